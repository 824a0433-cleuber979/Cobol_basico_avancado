      *          ANO*360 DO ARQ011 - O DONO FAZIA ISSO NUM BLOQUINHO
      *          NO ULTIMO DIA DO MES E VIVIA SENDO SURPREENDIDO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TITULO DESCONTADO NO BANCO (CR-SITUACAO "T") SAI DA PROJECAO
      *==PELO VENCIMENTO; O LIQUIDO DO BORDERO (BORDERO.DAT, VER
      *==ANTEC001) ENTRA NA SEMANA DA DATA DO CREDITO
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASPAG.

           SELECT BORDEROS ASSIGN TO "BORDERO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BORDEROS.

           SELECT FLUXO ASSIGN TO "FLUXOCX.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FLUXO.
       FD  CONTASPAG.
           COPY CONTAPAGREG.

       FD  BORDEROS.
           COPY BORDEROREG.

       FD  FLUXO.
       01  REG-FLUXO    PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-BORDEROS     PIC 9(02) VALUE ZEROS.
       77  FS-FLUXO        PIC 9(02) VALUE ZEROS.

       77  WRK-QTDE-SEMANAS PIC 9(02) VALUE ZEROS.
           ACCEPT WRK-SALDO-INICIAL.

           PERFORM 0200-ACUMULA-ENTRADAS.
           PERFORM 0210-ACUMULA-ANTECIPACOES.
           PERFORM 0300-ACUMULA-SAIDAS.
           PERFORM 0400-IMPRIME-PROJECAO.

           ELSE
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF NOT CR-TRANSFERIDO
                       MOVE CR-DATA-VENC TO WRK-DATA-VENC-X
                       PERFORM 0250-CALCULA-SEMANA
                       IF WRK-SEMANA-CALC EQUAL ZEROS
                           ADD CR-VALOR TO WRK-FORA-HORIZONTE-ENT
                       ELSE
                           ADD CR-VALOR
                               TO TSM-ENTRADAS(WRK-SEMANA-CALC)
                       END-IF
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

      *===============================TITULO DESCONTADO NO BANCO
      *===============================(ANTEC001) NAO ENTRA NO
      *===============================VENCIMENTO: O LIQUIDO DO BORDERO
      *===============================ENTRA NA DATA DO CREDITO. CREDITO
      *===============================ANTERIOR A HOJE JA ESTA NO SALDO
      *===============================INICIAL.
       0210-ACUMULA-ANTECIPACOES SECTION.
           OPEN INPUT BORDEROS.
           IF FS-BORDEROS EQUAL 00
               READ BORDEROS
               PERFORM UNTIL FS-BORDEROS NOT EQUAL 00
                   MOVE BDR-DATA-CREDITO TO WRK-DATA-VENC-X
                   PERFORM 0250-CALCULA-SEMANA
                   IF WRK-DIAS-ATE NOT LESS ZERO
                       IF WRK-SEMANA-CALC EQUAL ZEROS
                           ADD BDR-VALOR-LIQUIDO
                               TO WRK-FORA-HORIZONTE-ENT
                       ELSE
                           ADD BDR-VALOR-LIQUIDO
                               TO TSM-ENTRADAS(WRK-SEMANA-CALC)
                       END-IF
                   END-IF
                   READ BORDEROS
               END-PERFORM
               CLOSE BORDEROS
           END-IF.

       0300-ACUMULA-SAIDAS  SECTION.
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
