           MOVE REG-CLI-LIMITE-CRED TO AUD-LIMITE-CRED.
           MOVE REG-CLI-STATUS      TO AUD-STATUS.
           MOVE REG-CLI-DATA-ANONIM TO AUD-DATA-ANONIM.
           MOVE REG-CLI-TIPO-PESSOA TO AUD-TIPO-PESSOA.
           MOVE REG-CLI-CPF-CNPJ    TO AUD-CPF-CNPJ.
           MOVE REG-CLI-ID-MATRIZ   TO AUD-ID-MATRIZ.
           MOVE REG-CLI-LIMITE-GRUPO TO AUD-LIMITE-GRUPO.
           IF AUD-STATUS EQUAL SPACES
               MOVE "A" TO AUD-STATUS
           END-IF.
