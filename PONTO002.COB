      *          (DIAS PERDIDOS POR TIPO) EM AUSENCIA.LST - O RH
      *          RECONSTRUIA ISSO DE MEMORIA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==NOVO TIPO "C" FOLGA COMPENSADA: PEDE AS HORAS COMPENSADAS E AS
      *==DEBITA NO BANCO DE HORAS (BCOHORAS.DAT, COPY BCOHORASPD); A
      *==FOLGA COMPENSADA NAO ENTRA NO RELATORIO DE ABSENTEISMO
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT BCOHORAS ASSIGN TO "BCOHORAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BCOHORAS.

           SELECT RELATORIO ASSIGN TO "AUSENCIA.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.
       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  BCOHORAS.
           COPY BCOHORASREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(80).

       77  FS-PONTODIA     PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  FS-BCOHORAS     PIC 9(02) VALUE ZEROS.

           COPY BCOHORASWS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-ID-FUNC     PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-AUSENCIA PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO-AUSENCIA PIC X(01) VALUE SPACES.
       77  WRK-HORAS-COMPENSADAS PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-DEPTO-REG   PIC X(15) VALUE SPACES.

           ACCEPT WRK-ID-FUNC.
           DISPLAY "DATA DA AUSENCIA (AAAAMMDD) "
           ACCEPT WRK-DATA-AUSENCIA.
           DISPLAY "TIPO (A-ATESTADO F-FALTA V-FERIAS H-FERIADO "
                   "C-FOLGA COMPENSADA) "
           ACCEPT WRK-TIPO-AUSENCIA.

           MOVE ZEROS TO WRK-HORAS-COMPENSADAS.
           IF WRK-TIPO-AUSENCIA EQUAL "C"
               DISPLAY "HORAS COMPENSADAS (DEBITO NO BANCO DE HORAS) "
               ACCEPT WRK-HORAS-COMPENSADAS
               IF WRK-HORAS-COMPENSADAS EQUAL ZEROS
                   DISPLAY "FOLGA COMPENSADA SEM HORAS "
                   MOVE SPACES TO WRK-TIPO-AUSENCIA
               END-IF
           END-IF.

           IF WRK-TIPO-AUSENCIA NOT EQUAL "A"
                   AND WRK-TIPO-AUSENCIA NOT EQUAL "F"
                   AND WRK-TIPO-AUSENCIA NOT EQUAL "V"
                   AND WRK-TIPO-AUSENCIA NOT EQUAL "H"
                   AND WRK-TIPO-AUSENCIA NOT EQUAL "C"
               DISPLAY "TIPO INVALIDO - AUSENCIA NAO LANCADA "
           ELSE
               OPEN EXTEND PONTODIA
                   DISPLAY "FALTA INJUSTIFICADA - SERA DESCONTADA "
                           "NA PROXIMA RODADA DO FOLHA001 "
               END-IF
               IF WRK-TIPO-AUSENCIA EQUAL "C"
                   MOVE WRK-ID-FUNC       TO WRK-BH-FUNC-ID
                   MOVE WRK-DATA-AUSENCIA TO WRK-BH-DATA
                   MOVE "D"               TO WRK-BH-TIPO
                   MOVE "C"               TO WRK-BH-ORIGEM
                   MOVE WRK-HORAS-COMPENSADAS TO WRK-BH-HORAS
                   PERFORM 0890-LANCA-BANCO-HORAS
                   DISPLAY "DEBITADAS " WRK-HORAS-COMPENSADAS
                           " HORA(S) DO BANCO DE HORAS "
               END-IF
           END-IF.

       0500-RELATORIO-ABSENTEISMO SECTION.
                   MOVE PD-DATA TO WRK-ANOMES-REG
                   IF WRK-AMR-ANOMES EQUAL WRK-ANOMES-PROC
                           AND PD-TIPO NOT EQUAL SPACES
                           AND NOT PD-COMPENSACAO
                       PERFORM 0510-ACUMULA-AUSENCIA
                   END-IF
                   READ PONTODIA

           DISPLAY "ABSENTEISMO GRAVADO EM AUSENCIA.LST - "
                   WRK-QTDE-DEPTOS " DEPARTAMENTO(S) ".

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY BCOHORASPD.
       END PROGRAM PONTO002.
