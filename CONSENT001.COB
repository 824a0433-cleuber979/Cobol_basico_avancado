       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE CONSENTIMENTO LGPD - IMPRIME EM
      *          CONSENT.LST A COBERTURA DE CONSENTIMENTO DA BASE DE
      *          CLIENTES ATIVOS (CLIENTES.DAT, SEM INATIVOS NEM
      *          ANONIMIZADOS) POR CANAL - QUANTOS DERAM OPT-IN, QUANTOS
      *          REVOGARAM E QUANTOS NUNCA SE MANIFESTARAM, SEGUNDO
      *          CONSENT.DAT - E A RELACAO DAS REVOGACOES (OPT-OUT)
      *          RECEBIDAS NO MES AAAAMM INFORMADO (ZERO = MES
      *          CORRENTE), LIDAS DO HISTORICO CONSENT.MOV GRAVADO PELO
      *          CRUDCLI, COM DATA, CANAL, ORIGEM E QUEM REGISTROU.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CHAVE
           FILE STATUS IS FS-CONSENT.

           SELECT CNSMOV ASSIGN TO "CONSENT.MOV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CNSMOV.

           SELECT RELATORIO ASSIGN TO "CONSENT.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  CONSENT.
           COPY CONSENTREG.

       FD  CNSMOV.
           COPY CNSMOVREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY CONSENTWS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CNSMOV       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO PIC X(01) VALUE "N".
       77  WRK-CONSENT-ABERTO  PIC X(01) VALUE "N".

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-MES-INFORMADO PIC 9(06) VALUE ZEROS.
       77  WRK-SUB-CANAL   PIC 9(01) VALUE ZEROS.
       77  WRK-TOTAL-CLIENTES PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REVOGACOES PIC 9(05) VALUE ZEROS.
       77  WRK-PERC-AUX    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.
       77  WRK-CANAIS-LGPD PIC X(04) VALUE "ETCM".

      *===============================COBERTURA POR CANAL, NA ORDEM
      *===============================DE WRK-CANAIS-LGPD.
       01  TABELA-COBERTURA.
           05 TAB-COBERTURA OCCURS 4 TIMES.
               10 TCB-OPT-IN      PIC 9(05).
               10 TCB-OPT-OUT     PIC 9(05).
               10 TCB-SEM-MANIF   PIC 9(05).
               10 TCB-REVOG-MES   PIC 9(05).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "CONSENTIMENTO LGPD POR CANAL".

       01  WRK-LINHA-POSICAO.
           05 FILLER       PIC X(14) VALUE "POSICAO DE.. ".
           05 WRK-LP-DATA  PIC 9(08).
           05 FILLER       PIC X(22) VALUE "   CLIENTES ATIVOS.. ".
           05 WRK-LP-CLIENTES PIC ZZZZ9.

       01  WRK-LINHA-COLUNA-COB.
           05 FILLER       PIC X(16) VALUE "CANAL".
           05 FILLER       PIC X(09) VALUE "   OPT-IN".
           05 FILLER       PIC X(09) VALUE "  OPT-OUT".
           05 FILLER       PIC X(10) VALUE "  SEM MAN.".
           05 FILLER       PIC X(12) VALUE "  %COBERTURA".
           05 FILLER       PIC X(09) VALUE "  %OPT-IN".
           05 FILLER       PIC X(10) VALUE "  REV.MES".

       01  WRK-LINHA-DET-COB.
           05 WRK-LDC-CANAL PIC X(14).
           05 FILLER       PIC X(06) VALUE SPACES.
           05 WRK-LDC-OPT-IN PIC ZZZZ9.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WRK-LDC-OPT-OUT PIC ZZZZ9.
           05 FILLER       PIC X(05) VALUE SPACES.
           05 WRK-LDC-SEM-MANIF PIC ZZZZ9.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 WRK-LDC-PERC-COB PIC ZZ9,99.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WRK-LDC-PERC-IN PIC ZZ9,99.
           05 FILLER       PIC X(05) VALUE SPACES.
           05 WRK-LDC-REVOG PIC ZZZZ9.

       01  WRK-LINHA-TITULO-REV.
           05 FILLER       PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(35) VALUE
               "REVOGACOES (OPT-OUT) RECEBIDAS NO ".
           05 FILLER       PIC X(04) VALUE "MES ".
           05 WRK-LTR-MES  PIC 9(06).

       01  WRK-LINHA-COLUNA-REV.
           05 FILLER       PIC X(10) VALUE "DATA".
           05 FILLER       PIC X(26) VALUE "CLIENTE".
           05 FILLER       PIC X(16) VALUE "CANAL".
           05 FILLER       PIC X(12) VALUE "ORIGEM".
           05 FILLER       PIC X(08) VALUE "USUARIO".

       01  WRK-LINHA-DET-REV.
           05 WRK-LDR-DATA PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LDR-ID   PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LDR-NOME PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LDR-CANAL PIC X(14).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LDR-ORIGEM PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LDR-USUARIO PIC X(08).

       01  WRK-LINHA-TOTAL-REV.
           05 FILLER       PIC X(24) VALUE "TOTAL DE REVOGACOES.... ".
           05 WRK-LTV-QTDE PIC ZZZZ9.

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(80) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "MES DAS REVOGACOES AAAAMM (000000 = MES "
                   "CORRENTE) "
           ACCEPT WRK-MES-INFORMADO.
           IF WRK-MES-INFORMADO EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-INFORMADO
           END-IF.

           INITIALIZE TABELA-COBERTURA.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           ELSE
               DISPLAY "CLIENTES.DAT NAO ABERTO - COBERTURA VAZIA "
           END-IF.

           OPEN INPUT CONSENT.
           IF FS-CONSENT EQUAL 00
               MOVE "S" TO WRK-CONSENT-ABERTO
           ELSE
               DISPLAY "CONSENT.DAT NAO ENCONTRADO - NENHUM CLIENTE "
                       "SE MANIFESTOU AINDA "
           END-IF.

           OPEN OUTPUT RELATORIO.

           PERFORM 0100-APURA-COBERTURA.
           PERFORM 0200-APURA-REVOGACOES.
           PERFORM 0300-IMPRIME-COBERTURA.
           PERFORM 0400-IMPRIME-REVOGACOES.

           CLOSE RELATORIO.
           IF WRK-CONSENT-ABERTO EQUAL "S"
               CLOSE CONSENT
           END-IF.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.

           DISPLAY "CLIENTES ATIVOS....... " WRK-TOTAL-CLIENTES.
           DISPLAY "REVOGACOES NO MES..... " WRK-TOTAL-REVOGACOES.
           DISPLAY "RELATORIO GRAVADO EM CONSENT.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================CADA CLIENTE ATIVO CONTA UMA VEZ
      *===============================EM CADA CANAL: OPT-IN, OPT-OUT OU
      *===============================SEM MANIFESTACAO.
       0100-APURA-COBERTURA SECTION.
           MOVE ZEROS TO WRK-TOTAL-CLIENTES.

           IF WRK-CLIENTES-ABERTO EQUAL "S"
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                   IF NOT REG-CLI-INATIVO AND NOT REG-CLI-ANONIMIZADO
                       ADD 1 TO WRK-TOTAL-CLIENTES
                       PERFORM VARYING WRK-SUB-CANAL FROM 1 BY 1
                               UNTIL WRK-SUB-CANAL GREATER 4
                           PERFORM 0110-CLASSIFICA-CANAL
                       END-PERFORM
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF.

       0110-CLASSIFICA-CANAL SECTION.
           IF WRK-CONSENT-ABERTO EQUAL "N"
               ADD 1 TO TCB-SEM-MANIF(WRK-SUB-CANAL)
           ELSE
               MOVE REG-ID TO CNS-ID-CLIENTE
               MOVE WRK-CANAIS-LGPD(WRK-SUB-CANAL:1) TO CNS-CANAL
               READ CONSENT
                   INVALID KEY
                       ADD 1 TO TCB-SEM-MANIF(WRK-SUB-CANAL)
                   NOT INVALID KEY
                       IF CNS-OPT-IN
                           ADD 1 TO TCB-OPT-IN(WRK-SUB-CANAL)
                       ELSE
                           ADD 1 TO TCB-OPT-OUT(WRK-SUB-CANAL)
                       END-IF
               END-READ
           END-IF.

       0200-APURA-REVOGACOES SECTION.
           MOVE ZEROS TO WRK-TOTAL-REVOGACOES.

           OPEN INPUT CNSMOV.
           IF FS-CNSMOV EQUAL 00
               READ CNSMOV
               PERFORM UNTIL FS-CNSMOV NOT EQUAL 00
                   IF CNM-OPT-OUT
                           AND CNM-DATA(1:6) EQUAL WRK-MES-INFORMADO
                       ADD 1 TO WRK-TOTAL-REVOGACOES
                       PERFORM VARYING WRK-SUB-CANAL FROM 1 BY 1
                               UNTIL WRK-SUB-CANAL GREATER 4
                           IF WRK-CANAIS-LGPD(WRK-SUB-CANAL:1)
                                   EQUAL CNM-CANAL
                               ADD 1 TO TCB-REVOG-MES(WRK-SUB-CANAL)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ CNSMOV
               END-PERFORM
               CLOSE CNSMOV
           END-IF.

      *===============================COBERTURA = QUEM SE MANIFESTOU
      *===============================(OPT-IN OU OPT-OUT) SOBRE A BASE
      *===============================ATIVA; %OPT-IN = QUEM PODE SER
      *===============================CONTATADO PELO CANAL.
       0300-IMPRIME-COBERTURA SECTION.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-LP-DATA.
           MOVE WRK-TOTAL-CLIENTES TO WRK-LP-CLIENTES.
           MOVE WRK-LINHA-POSICAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA-COB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-CANAL FROM 1 BY 1
                   UNTIL WRK-SUB-CANAL GREATER 4
               PERFORM 0310-IMPRIME-CANAL
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0310-IMPRIME-CANAL   SECTION.
           MOVE WRK-CANAIS-LGPD(WRK-SUB-CANAL:1) TO WRK-CNS-CANAL.
           PERFORM 0656-DESCREVE-CANAL.

           IF WRK-TOTAL-CLIENTES GREATER ZEROS
               COMPUTE WRK-PERC-AUX ROUNDED =
                       (TCB-OPT-IN(WRK-SUB-CANAL)
                        + TCB-OPT-OUT(WRK-SUB-CANAL)) * 100
                       / WRK-TOTAL-CLIENTES
               MOVE WRK-PERC-AUX TO WRK-LDC-PERC-COB
               COMPUTE WRK-PERC-AUX ROUNDED =
                       TCB-OPT-IN(WRK-SUB-CANAL) * 100
                       / WRK-TOTAL-CLIENTES
               MOVE WRK-PERC-AUX TO WRK-LDC-PERC-IN
           ELSE
               MOVE ZEROS TO WRK-LDC-PERC-COB
               MOVE ZEROS TO WRK-LDC-PERC-IN
           END-IF.

           MOVE WRK-CNS-CANAL-DESC           TO WRK-LDC-CANAL.
           MOVE TCB-OPT-IN(WRK-SUB-CANAL)    TO WRK-LDC-OPT-IN.
           MOVE TCB-OPT-OUT(WRK-SUB-CANAL)   TO WRK-LDC-OPT-OUT.
           MOVE TCB-SEM-MANIF(WRK-SUB-CANAL) TO WRK-LDC-SEM-MANIF.
           MOVE TCB-REVOG-MES(WRK-SUB-CANAL) TO WRK-LDC-REVOG.
           MOVE WRK-LINHA-DET-COB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================RELE O HISTORICO PARA LISTAR AS
      *===============================REVOGACOES DO MES NA ORDEM EM QUE
      *===============================FORAM REGISTRADAS.
       0400-IMPRIME-REVOGACOES SECTION.
           MOVE WRK-MES-INFORMADO TO WRK-LTR-MES.
           MOVE WRK-LINHA-TITULO-REV TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA-REV TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT CNSMOV.
           IF FS-CNSMOV EQUAL 00
               READ CNSMOV
               PERFORM UNTIL FS-CNSMOV NOT EQUAL 00
                   IF CNM-OPT-OUT
                           AND CNM-DATA(1:6) EQUAL WRK-MES-INFORMADO
                       PERFORM 0410-IMPRIME-REVOGACAO
                   END-IF
                   READ CNSMOV
               END-PERFORM
               CLOSE CNSMOV
           END-IF.

           IF WRK-TOTAL-REVOGACOES EQUAL ZEROS
               MOVE "NENHUMA REVOGACAO NO MES" TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-REVOGACOES TO WRK-LTV-QTDE.
           MOVE WRK-LINHA-TOTAL-REV TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0410-IMPRIME-REVOGACAO SECTION.
           MOVE "NAO CADASTRADO" TO WRK-NOME-CLIENTE.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               MOVE CNM-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.

           MOVE CNM-CANAL  TO WRK-CNS-CANAL.
           PERFORM 0656-DESCREVE-CANAL.
           MOVE CNM-ORIGEM TO WRK-CNS-ORIGEM.
           PERFORM 0657-DESCREVE-ORIGEM.

           MOVE CNM-DATA            TO WRK-LDR-DATA.
           MOVE CNM-ID-CLIENTE      TO WRK-LDR-ID.
           MOVE WRK-NOME-CLIENTE    TO WRK-LDR-NOME.
           MOVE WRK-CNS-CANAL-DESC  TO WRK-LDR-CANAL.
           MOVE WRK-CNS-ORIGEM-DESC TO WRK-LDR-ORIGEM.
           MOVE CNM-USUARIO         TO WRK-LDR-USUARIO.
           MOVE WRK-LINHA-DET-REV TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
           COPY CONSENTPD.
       END PROGRAM CONSENT001.
