      *==REGISTRO INVALIDO OU COM CHAVE DUPLICADA VAI PARA O ARQUIVO
      *==DE REJEITOS CLIENTES.REJ COM O MOTIVO
      *==DATA:22/08/2024
      *==CLIENTE NOVO GRAVADO COM TIPO DE PESSOA/CPF-CNPJ, MATRIZ E
      *==LIMITE DO GRUPO ZERADOS (COMO NA INCLUSAO DO CRUDCLI)
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       MOVE TRN-UF        TO REG-CLI-UF
                       MOVE ZEROS         TO REG-CLI-LIMITE-CRED
                       MOVE "A"           TO REG-CLI-STATUS
                       MOVE SPACES        TO REG-CLI-TIPO-PESSOA
                       MOVE ZEROS         TO REG-CLI-CPF-CNPJ
                       MOVE ZEROS         TO REG-CLI-ID-MATRIZ
                       MOVE ZEROS         TO REG-CLI-LIMITE-GRUPO

                       WRITE REG-CLIENTES
                           INVALID KEY
