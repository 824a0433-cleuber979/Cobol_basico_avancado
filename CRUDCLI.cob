      *==A CARGA PARAVA NOS 100 PRIMEIROS E ESCONDIA JUSTAMENTE A
      *==ULTIMA LIGACAO
      *==DATA:02/09/2026
      *==CADASTRO PASSA A GUARDAR O TIPO DE PESSOA E O CPF/CNPJ DO
      *==CLIENTE (REG-CLI-TIPO-PESSOA/REG-CLI-CPF-CNPJ), EXIBIDOS NA
      *==CONSULTA E ALTERAVEIS NA ALTERACAO COM VALIDACAO DOS DIGITOS
      *==VERIFICADORES (COPY CPFCNPJWS/CPFCNPJPD) - DOCUMENTO DO
      *==DESTINATARIO DA NF-E
      *==DATA:15/10/2026
      *==OPCAO 8 PASSA A REGISTRAR E CONSULTAR O CONSENTIMENTO LGPD DO
      *==CLIENTE POR CANAL (E-EMAIL T-TELEFONE C-CARTA
      *==M-COMPARTILHAMENTO PARA MARKETING) COM DATA, ORIGEM E USUARIO
      *==DO PIN: POSICAO ATUAL EM CONSENT.DAT, HISTORICO DE
      *==OPT-IN/REVOGACAO EM CONSENT.MOV
      *==DATA:15/10/2026
      *==CADASTRO PASSA A GUARDAR A MATRIZ DA FILIAL (REG-CLI-ID-MATRIZ)
      *==E O LIMITE DE CREDITO DO GRUPO NA MATRIZ
      *==(REG-CLI-LIMITE-GRUPO), ALTERAVEIS NA OPCAO 3 COM VALIDACAO DE
      *==UM SO NIVEL E EXIBIDOS NA CONSULTA
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTATOS.

           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CHAVE
           FILE STATUS IS FS-CONSENT.

           SELECT CNSMOV ASSIGN TO "CONSENT.MOV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CNSMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           05 CTT-TIPO        PIC X(01).
           05 CTT-TEXTO       PIC X(60).

       FD  CONSENT.
           COPY CONSENTREG.

       FD  CNSMOV.
           COPY CNSMOVREG.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY PINWS.
           COPY AUDITCLIWS.
           COPY TELMASKWS.
           COPY VALTRNWS.
           COPY CPFCNPJWS.
           COPY CONSENTWS.
       77  FS-CLIENTES PIC 9(02).
       77  FS-TRANCLI  PIC 9(02).
       77  FS-REJEITOS PIC 9(02).
       77  WRK-TOTAL-REJEIT   PIC 9(05) VALUE ZEROS.

       77  WRK-CAT-DESC       PIC X(08) VALUE SPACES.
       77  WRK-TIPO-PESSOA-NOVO PIC X(01) VALUE SPACES.
       77  WRK-ID-MATRIZ-NOVA   PIC 9(04) VALUE ZEROS.
       77  WRK-MATRIZ-VALIDA    PIC X(01) VALUE "S".
       01  WRK-CLIENTE-SALVO    PIC X(200) VALUE SPACES.

       77  FS-CONTATOS            PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO-CTT          PIC 9(01) VALUE ZEROS.
       77  WRK-EXIBIDOS           PIC 9(03) VALUE ZEROS.
       77  WRK-TIPO-CTT-DESC      PIC X(10) VALUE SPACES.

       77  FS-CNSMOV              PIC 9(02) VALUE ZEROS.
       77  WRK-CNS-OPCAO-NOVA     PIC X(01) VALUE SPACES.
       77  WRK-CNS-VALIDO         PIC X(01) VALUE "N".
       77  WRK-CANAIS-LGPD        PIC X(04) VALUE "ETCM".

       01  TABELA-CONTATOS.
           05 TAB-CONTATO OCCURS 100 TIMES.
               10 TCT-DATA   PIC 9(08).
           DISPLAY "5 - LISTAR CLIENTES "
           DISPLAY "6 - BUSCAR CLIENTE POR NOME/TELEFONE (PARCIAL) "
           DISPLAY "7 - INATIVAR/REATIVAR CLIENTE "
           DISPLAY "8 - CONTATOS E CONSENTIMENTOS (LGPD) DO CLIENTE "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.
                           MOVE TRN-UF        TO REG-CLI-UF
                           MOVE ZEROS         TO REG-CLI-LIMITE-CRED
                           MOVE "A"           TO REG-CLI-STATUS
                           MOVE SPACES        TO REG-CLI-TIPO-PESSOA
                           MOVE ZEROS         TO REG-CLI-CPF-CNPJ
                           MOVE ZEROS         TO REG-CLI-ID-MATRIZ
                           MOVE ZEROS         TO REG-CLI-LIMITE-GRUPO

                           WRITE REG-CLIENTES
                               INVALID KEY
               DISPLAY "CATEGORIA." WRK-CAT-DESC
               DISPLAY "UF........" REG-CLI-UF
               DISPLAY "LIMITE...." REG-CLI-LIMITE-CRED
               IF REG-CLI-TIPO-PESSOA EQUAL SPACES
                   DISPLAY "CPF/CNPJ..NAO INFORMADO"
               ELSE
                   DISPLAY "CPF/CNPJ.." REG-CLI-TIPO-PESSOA " "
                           REG-CLI-CPF-CNPJ
               END-IF
               IF REG-CLI-INATIVO
                   DISPLAY "SITUACAO..INATIVO"
               ELSE
                   DISPLAY "SITUACAO..ATIVO"
               END-IF
               IF REG-CLI-ID-MATRIZ NUMERIC
                       AND REG-CLI-ID-MATRIZ NOT EQUAL ZEROS
                   DISPLAY "FILIAL DA.." REG-CLI-ID-MATRIZ
               END-IF
               IF REG-CLI-LIMITE-GRUPO NUMERIC
                       AND REG-CLI-LIMITE-GRUPO NOT EQUAL ZEROS
                   DISPLAY "LIM.GRUPO." REG-CLI-LIMITE-GRUPO
               END-IF
           ELSE
               DISPLAY "CLIENTE NAO ENCONTRADO "  WRK-ID-PROCURADO
           END-IF.
                   DISPLAY "DIGITE O NOVO LIMITE DE CREDITO "
                           "(0 = SEM LIMITE) "
                   ACCEPT REG-CLI-LIMITE-CRED
                   PERFORM 0510-ALTERA-CPF-CNPJ
                   PERFORM 0520-ALTERA-GRUPO

                   REWRITE REG-CLIENTES

               END-IF
           END-IF.

      * O DOCUMENTO SO E ACEITO COM OS DIGITOS VERIFICADORES CORRETOS -
      * E O QUE O EMISSOR DE NF-E REJEITARIA DEPOIS; TIPO EM BRANCO
      * MANTEM O DOCUMENTO QUE JA ESTAVA GRAVADO.
       0510-ALTERA-CPF-CNPJ   SECTION.
           DISPLAY "CPF/CNPJ ATUAL." REG-CLI-TIPO-PESSOA " "
                   REG-CLI-CPF-CNPJ
           DISPLAY "TIPO DE PESSOA (F-FISICA J-JURIDICA, BRANCO = "
                   "MANTER) "
           MOVE SPACES TO WRK-DOC-TIPO
           ACCEPT WRK-DOC-TIPO.

           IF WRK-DOC-TIPO NOT EQUAL SPACES
               MOVE WRK-DOC-TIPO TO WRK-TIPO-PESSOA-NOVO
               DISPLAY "DIGITE O CPF (11) OU CNPJ (14) SO NUMEROS "
               MOVE ZEROS TO WRK-DOC-NUMERO
               ACCEPT WRK-DOC-NUMERO
               PERFORM 0092-VALIDA-CPF-CNPJ
               IF WRK-DOC-VALIDO EQUAL "S"
                   MOVE WRK-TIPO-PESSOA-NOVO TO REG-CLI-TIPO-PESSOA
                   MOVE WRK-DOC-NUMERO       TO REG-CLI-CPF-CNPJ
               ELSE
                   DISPLAY "CPF/CNPJ INVALIDO (DIGITO VERIFICADOR) - "
                           "DOCUMENTO NAO ALTERADO "
               END-IF
           END-IF.

      * FILIAL APONTA PARA A MATRIZ; O LIMITE DO GRUPO SO E GUARDADO
      * NA MATRIZ (OU EM CLIENTE AVULSO QUE VENHA A TER FILIAIS). SO
      * UM NIVEL: A MATRIZ NAO PODE SER FILIAL DE OUTRO, E CLIENTE QUE
      * JA TEM FILIAIS NAO PODE VIRAR FILIAL. PARA VALIDAR E PRECISO
      * LER OUTROS REGISTROS, ENTAO O CLIENTE EM ALTERACAO E GUARDADO
      * EM WRK-CLIENTE-SALVO E DEVOLVIDO A REG-CLIENTES NO FINAL.
       0520-ALTERA-GRUPO      SECTION.
           IF REG-CLI-ID-MATRIZ NOT NUMERIC
               MOVE ZEROS TO REG-CLI-ID-MATRIZ
           END-IF.
           IF REG-CLI-LIMITE-GRUPO NOT NUMERIC
               MOVE ZEROS TO REG-CLI-LIMITE-GRUPO
           END-IF.

           DISPLAY "MATRIZ ATUAL.." REG-CLI-ID-MATRIZ
           DISPLAY "DIGITE O ID DA MATRIZ (0000 = NAO E FILIAL) "
           MOVE ZEROS TO WRK-ID-MATRIZ-NOVA
           ACCEPT WRK-ID-MATRIZ-NOVA.

           MOVE REG-CLIENTES TO WRK-CLIENTE-SALVO.
           MOVE "S" TO WRK-MATRIZ-VALIDA.

           IF WRK-ID-MATRIZ-NOVA NOT EQUAL ZEROS
               IF WRK-ID-MATRIZ-NOVA EQUAL WRK-ID-PROCURADO
                   DISPLAY "CLIENTE NAO PODE SER FILIAL DE SI MESMO "
                   MOVE "N" TO WRK-MATRIZ-VALIDA
               ELSE
                   MOVE WRK-ID-MATRIZ-NOVA TO REG-ID
                   READ CLIENTES
                       INVALID KEY
                           DISPLAY "MATRIZ NAO CADASTRADA "
                                   WRK-ID-MATRIZ-NOVA
                           MOVE "N" TO WRK-MATRIZ-VALIDA
                       NOT INVALID KEY
                           IF REG-CLI-ID-MATRIZ NUMERIC
                                   AND REG-CLI-ID-MATRIZ NOT EQUAL ZEROS
                               DISPLAY "CLIENTE " WRK-ID-MATRIZ-NOVA
                                       " JA E FILIAL DE OUTRA MATRIZ "
                               MOVE "N" TO WRK-MATRIZ-VALIDA
                           END-IF
                   END-READ
               END-IF

               IF WRK-MATRIZ-VALIDA EQUAL "S"
                   PERFORM 0530-VERIFICA-FILIAIS
               END-IF
           END-IF.

           MOVE WRK-CLIENTE-SALVO TO REG-CLIENTES.

           IF WRK-MATRIZ-VALIDA EQUAL "S"
               MOVE WRK-ID-MATRIZ-NOVA TO REG-CLI-ID-MATRIZ
           ELSE
               DISPLAY "MATRIZ NAO ALTERADA "
           END-IF.

           IF REG-CLI-ID-MATRIZ EQUAL ZEROS
               DISPLAY "LIMITE DO GRUPO ATUAL." REG-CLI-LIMITE-GRUPO
               DISPLAY "DIGITE O LIMITE DE CREDITO DO GRUPO (MATRIZ "
                       "+ FILIAIS, 0 = SEM LIMITE DE GRUPO) "
               ACCEPT REG-CLI-LIMITE-GRUPO
           ELSE
               MOVE ZEROS TO REG-CLI-LIMITE-GRUPO
           END-IF.

       0530-VERIFICA-FILIAIS  SECTION.
           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY IS NOT LESS REG-ID.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                       OR WRK-MATRIZ-VALIDA EQUAL "N"
                   IF REG-CLI-ID-MATRIZ NUMERIC
                           AND REG-CLI-ID-MATRIZ EQUAL WRK-ID-PROCURADO
                       DISPLAY "CLIENTE TEM FILIAIS (EX.: " REG-ID
                               ") - NAO PODE SER FILIAL "
                       MOVE "N" TO WRK-MATRIZ-VALIDA
                   ELSE
                       READ CLIENTES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

       0600-EXCLUIR           SECTION.
           DISPLAY "DIGITE O ID DO CLIENTE A EXCLUIR "
           ACCEPT WRK-ID-PROCURADO.
       0860-MENU-CONTATOS     SECTION.
           DISPLAY "1 - REGISTRAR CONTATO "
           DISPLAY "2 - CONSULTAR CONTATOS DO CLIENTE "
           DISPLAY "3 - REGISTRAR CONSENTIMENTO/REVOGACAO (LGPD) "
           DISPLAY "4 - CONSULTAR CONSENTIMENTOS DO CLIENTE "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO-CTT.

                   PERFORM 0870-REGISTRA-CONTATO
               WHEN 2
                   PERFORM 0880-CONSULTA-CONTATOS
               WHEN 3
                   PERFORM 0875-REGISTRA-CONSENTIMENTO
               WHEN 4
                   PERFORM 0885-CONSULTA-CONSENTIMENTOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.
                       WRK-ID-PROCURADO
           END-IF.

      * CADA MANIFESTACAO DO CLIENTE SOBRESCREVE A POSICAO DO CANAL EM
      * CONSENT.DAT (E O QUE CAMP001/ARQ010/ARQ025 CONSULTAM) E GANHA
      * UMA LINHA EM CONSENT.MOV, QUE E A PROVA DA DATA E DA ORIGEM
      * DE CADA OPT-IN E DE CADA REVOGACAO. O PIN IDENTIFICA QUEM
      * REGISTROU; QUALQUER NIVEL PODE REGISTRAR.
       0875-REGISTRA-CONSENTIMENTO SECTION.
           DISPLAY "DIGITE O ID DO CLIENTE "
           ACCEPT WRK-ID-PROCURADO.

           MOVE WRK-ID-PROCURADO TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WRK-ACHOU
           END-READ.

           IF WRK-ACHOU NOT EQUAL "S"
               DISPLAY "CLIENTE NAO ENCONTRADO "  WRK-ID-PROCURADO
           ELSE
               DISPLAY "CLIENTE......." REG-NOME
               MOVE 1 TO WRK-NIVEL-EXIGIDO
               PERFORM 0095-VALIDA-PIN
               IF WRK-PIN-OK EQUAL "S"
                   PERFORM 0876-ACEITA-CONSENTIMENTO
                   IF WRK-CNS-VALIDO EQUAL "S"
                       PERFORM 0877-GRAVA-CONSENTIMENTO
                   END-IF
               END-IF
           END-IF.

       0876-ACEITA-CONSENTIMENTO SECTION.
           MOVE "S" TO WRK-CNS-VALIDO.

           DISPLAY "CANAL (E-EMAIL T-TELEFONE C-CARTA "
                   "M-COMPARTILHAMENTO PARA MARKETING) "
           MOVE SPACES TO WRK-CNS-CANAL
           ACCEPT WRK-CNS-CANAL.
           DISPLAY "CLIENTE AUTORIZA O CANAL? (S-SIM/OPT-IN "
                   "N-NAO/REVOGACAO) "
           MOVE SPACES TO WRK-CNS-OPCAO-NOVA
           ACCEPT WRK-CNS-OPCAO-NOVA.
           DISPLAY "ORIGEM (B-BALCAO T-TELEFONE E-EMAIL "
                   "F-FORMULARIO ASSINADO S-SITE) "
           MOVE SPACES TO WRK-CNS-ORIGEM
           ACCEPT WRK-CNS-ORIGEM.

           IF WRK-CNS-CANAL NOT EQUAL "E" AND
                   WRK-CNS-CANAL NOT EQUAL "T" AND
                   WRK-CNS-CANAL NOT EQUAL "C" AND
                   WRK-CNS-CANAL NOT EQUAL "M"
               DISPLAY "CANAL INVALIDO "
               MOVE "N" TO WRK-CNS-VALIDO
           END-IF.

           IF WRK-CNS-OPCAO-NOVA NOT EQUAL "S" AND
                   WRK-CNS-OPCAO-NOVA NOT EQUAL "N"
               DISPLAY "RESPOSTA INVALIDA - USE S OU N "
               MOVE "N" TO WRK-CNS-VALIDO
           END-IF.

           IF WRK-CNS-ORIGEM NOT EQUAL "B" AND
                   WRK-CNS-ORIGEM NOT EQUAL "T" AND
                   WRK-CNS-ORIGEM NOT EQUAL "E" AND
                   WRK-CNS-ORIGEM NOT EQUAL "F" AND
                   WRK-CNS-ORIGEM NOT EQUAL "S"
               DISPLAY "ORIGEM INVALIDA "
               MOVE "N" TO WRK-CNS-VALIDO
           END-IF.

           IF WRK-CNS-VALIDO EQUAL "N"
               DISPLAY "CONSENTIMENTO NAO REGISTRADO "
           END-IF.

       0877-GRAVA-CONSENTIMENTO SECTION.
           ACCEPT WRK-DATA-AUD FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUD FROM TIME.

           OPEN I-O CONSENT.
           IF FS-CONSENT EQUAL 35
               OPEN OUTPUT CONSENT
               CLOSE CONSENT
               OPEN I-O CONSENT
           END-IF.

           MOVE WRK-ID-PROCURADO TO CNS-ID-CLIENTE.
           MOVE WRK-CNS-CANAL    TO CNS-CANAL.
           READ CONSENT
               INVALID KEY
                   MOVE "N" TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WRK-ACHOU
           END-READ.

           MOVE WRK-CNS-OPCAO-NOVA TO CNS-OPCAO.
           MOVE WRK-DATA-AUD       TO CNS-DATA.
           MOVE WRK-CNS-ORIGEM     TO CNS-ORIGEM.
           MOVE WRK-USUARIO-PIN    TO CNS-USUARIO.

           IF WRK-ACHOU EQUAL "S"
               REWRITE REG-CONSENT
           ELSE
               WRITE REG-CONSENT
           END-IF.

           IF FS-CONSENT NOT EQUAL 00
               DISPLAY "ERRO AO GRAVAR CONSENT.DAT - FS " FS-CONSENT
                       " - CONSENTIMENTO NAO REGISTRADO "
               CLOSE CONSENT
           ELSE
               CLOSE CONSENT

               OPEN EXTEND CNSMOV
               IF FS-CNSMOV EQUAL 35
                   OPEN OUTPUT CNSMOV
               END-IF

               MOVE WRK-ID-PROCURADO   TO CNM-ID-CLIENTE
               MOVE WRK-CNS-CANAL      TO CNM-CANAL
               MOVE WRK-CNS-OPCAO-NOVA TO CNM-OPCAO
               MOVE WRK-DATA-AUD       TO CNM-DATA
               MOVE WRK-HORA-AUD       TO CNM-HORA
               MOVE WRK-CNS-ORIGEM     TO CNM-ORIGEM
               MOVE WRK-USUARIO-PIN    TO CNM-USUARIO
               WRITE REG-CNSMOV
               CLOSE CNSMOV

               PERFORM 0656-DESCREVE-CANAL
               IF WRK-CNS-OPCAO-NOVA EQUAL "S"
                   DISPLAY "OPT-IN REGISTRADO - CANAL "
                           WRK-CNS-CANAL-DESC
               ELSE
                   DISPLAY "REVOGACAO REGISTRADA - CANAL "
                           WRK-CNS-CANAL-DESC
               END-IF
           END-IF.

       0885-CONSULTA-CONSENTIMENTOS SECTION.
           DISPLAY "DIGITE O ID DO CLIENTE "
           ACCEPT WRK-ID-PROCURADO.

           OPEN INPUT CONSENT.
           IF FS-CONSENT NOT EQUAL 00
               DISPLAY "NENHUM CONSENTIMENTO REGISTRADO AINDA - "
                       "CLIENTE NAO PODE SER CONTATADO POR NENHUM "
                       "CANAL DE MARKETING "
           ELSE
               PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 4
                   MOVE WRK-CANAIS-LGPD(WRK-I:1) TO WRK-CNS-CANAL
                   PERFORM 0656-DESCREVE-CANAL
                   MOVE WRK-ID-PROCURADO TO CNS-ID-CLIENTE
                   MOVE WRK-CNS-CANAL    TO CNS-CANAL
                   READ CONSENT
                       INVALID KEY
                           DISPLAY WRK-CNS-CANAL-DESC
                                   " SEM MANIFESTACAO (NAO CONTATAR)"
                       NOT INVALID KEY
                           MOVE CNS-ORIGEM TO WRK-CNS-ORIGEM
                           PERFORM 0657-DESCREVE-ORIGEM
                           IF CNS-OPT-IN
                               DISPLAY WRK-CNS-CANAL-DESC " OPT-IN  "
                                       CNS-DATA " " WRK-CNS-ORIGEM-DESC
                                       " " CNS-USUARIO
                           ELSE
                               DISPLAY WRK-CNS-CANAL-DESC " OPT-OUT "
                                       CNS-DATA " " WRK-CNS-ORIGEM-DESC
                                       " " CNS-USUARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT
           END-IF.

      * A CONSULTA CARREGA OS CONTATOS DO CLIENTE EM TABELA CIRCULAR
      * (CLIENTE COM MAIS DE 100 CONTATOS SOBRESCREVE OS MAIS ANTIGOS,
      * NUNCA OS MAIS RECENTES) E EXIBE DE TRAS PARA FRENTE, JA QUE O
           COPY AUDITCLIPD.
           COPY TELMASKPD.
           COPY VALTRNPD.
           COPY CPFCNPJPD.
           COPY CONSENTPD.
       END PROGRAM CRUDCLI.
