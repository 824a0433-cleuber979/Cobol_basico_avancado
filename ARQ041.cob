               MOVE TRN-UF        TO REG-CLI-UF
               MOVE ZEROS         TO REG-CLI-LIMITE-CRED
               MOVE "A"           TO REG-CLI-STATUS
               MOVE SPACES        TO REG-CLI-TIPO-PESSOA
               MOVE ZEROS         TO REG-CLI-CPF-CNPJ
               MOVE ZEROS         TO REG-CLI-ID-MATRIZ
               MOVE ZEROS         TO REG-CLI-LIMITE-GRUPO

               WRITE REG-CLIENTES
                   INVALID KEY
