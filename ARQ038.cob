      *          FERRAMENTA ATE AQUI ERA O DELETE FISICO DO ARQ007,
      *          QUE ORFANAVA AS LINHAS DE VENDAS.DAT E A TRILHA DE
      *          AUDITORIA. ESTE PROGRAMA, MEDIANTE PIN DE NIVEL
      *          MAXIMO, APAGA REG-NOME/REG-TELEFONE/REG-EMAIL E O
      *          CPF/CNPJ DO CLIENTE EM CLIENTES.DAT, MARCA O
      *          REGISTRO COM REG-CLI-STATUS "Z" E A DATA DO PEDIDO
      *          (REG-CLI-DATA-ANONIM), PROPAGA O APAGAMENTO DO NOME
      *          PARA O HISTORICO DO MESMO REG-ID EM CLIENTES.AUD
      *          (REGRAVADO VIA CLIENTES.AUD TMP) E MANTEM A CHAVE
           COPY AUDITCLIREG.

       FD  AUDITTMP.
       01  REG-AUDITTMP    PIC X(146).

       FD  CERTIFICADO.
       01  REG-CERTIFICADO PIC X(80).
           05 WRK-LU-USUARIO PIC X(08).

       01  WRK-LINHA-CAMPOS.
           05 FILLER       PIC X(52) VALUE
               "CAMPOS APAGADOS: NOME, TELEFONE, EMAIL E CPF/CNPJ".

       01  WRK-LINHA-AUD.
           05 FILLER       PIC X(22) VALUE "LINHAS DE AUDITORIA.. ".
                       MOVE SPACES TO REG-NOME
                       MOVE SPACES TO REG-TELEFONE
                       MOVE SPACES TO REG-EMAIL
                       MOVE SPACES TO REG-CLI-TIPO-PESSOA
                       MOVE ZEROS  TO REG-CLI-CPF-CNPJ
                       MOVE "Z"    TO REG-CLI-STATUS
                       MOVE WRK-DATA-HOJE TO REG-CLI-DATA-ANONIM
                       REWRITE REG-CLIENTES
           END-READ.

      *===============================REGRAVA CLIENTES.AUD COM O NOME,
      *===============================O TELEFONE, O EMAIL E O CPF/CNPJ
      *===============================APAGADOS
      *===============================NAS LINHAS DO REG-ID ANONIMIZADO
      *===============================(VIA TEMPORARIO, MESMO ESQUEMA
      *===============================DO ARQ027).
                   IF AUD-ID EQUAL WRK-ID-PROC
                           AND (AUD-NOME NOT EQUAL SPACES
                           OR AUD-TELEFONE NOT EQUAL SPACES
                           OR AUD-EMAIL NOT EQUAL SPACES
                           OR AUD-CPF-CNPJ NOT EQUAL ZEROS)
                       ADD 1 TO WRK-TOTAL-AUD
                       MOVE SPACES TO AUD-NOME
                       MOVE SPACES TO AUD-TELEFONE
                       MOVE SPACES TO AUD-EMAIL
                       MOVE SPACES TO AUD-TIPO-PESSOA
                       MOVE ZEROS  TO AUD-CPF-CNPJ
                   END-IF
                   MOVE REG-AUDITCLI TO REG-AUDITTMP
                   WRITE REG-AUDITTMP
