      *          SIMPLES.LST - PARA CONFERIR O NUMERO DO CONTADOR EM
      *          VEZ DE ASSINAR NO ESCURO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==CADA APURACAO PASSA A GRAVAR UMA LINHA EM SIMPLES.HST
      *==(COMPETENCIA, RBT12, ALIQUOTA EFETIVA, RECEITA E IMPOSTO),
      *==LIDO PELA DRE001
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SIMPLESTAB.

           SELECT SIMPLESH ASSIGN TO "SIMPLES.HST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SIMPLESH.

           SELECT MEMORIA ASSIGN TO "SIMPLES.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MEMORIA.
           05 ST-ALIQ         PIC 9(02)V99.
           05 ST-DEDUCAO      PIC 9(07)V99.

       FD  SIMPLESH.
       01  REG-SIMPLESH.
           05 SH-ANOMES         PIC 9(06).
           05 SH-RBT12          PIC 9(10)V99.
           05 SH-ALIQ-EFETIVA   PIC 9(02)V9999.
           05 SH-RECEITA-MES    PIC 9(08)V99.
           05 SH-IMPOSTO        PIC 9(08)V99.
           05 SH-DATA-APURACAO  PIC 9(08).

       FD  MEMORIA.
       01  REG-MEMORIA    PIC X(80).

       77  FS-FECHAMESH    PIC 9(02) VALUE ZEROS.
       77  FS-SIMPLESTAB   PIC 9(02) VALUE ZEROS.
       77  FS-MEMORIA      PIC 9(02) VALUE ZEROS.
       77  FS-SIMPLESH     PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.

       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-DIF   PIC S9(05) VALUE ZEROS.
           ELSE
               PERFORM 0300-CALCULA-IMPOSTO
               PERFORM 0400-IMPRIME-MEMORIAL
               PERFORM 0500-GRAVA-HISTORICO
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           DISPLAY "MEMORIAL GRAVADO EM SIMPLES.LST - IMPOSTO "
                   "DEVIDO " WRK-IMPOSTO.

      *===============================UMA LINHA POR APURACAO EM
      *===============================SIMPLES.HST (NO PADRAO DO
      *===============================FECHAMES.HST); QUEM LE (DRE001)
      *===============================FICA COM A ULTIMA DO MES.
       0500-GRAVA-HISTORICO SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN EXTEND SIMPLESH.
           IF FS-SIMPLESH EQUAL 35
               OPEN OUTPUT SIMPLESH
           END-IF.

           MOVE WRK-ANOMES-PROC  TO SH-ANOMES.
           MOVE WRK-RBT12        TO SH-RBT12.
           MOVE WRK-ALIQ-EFETIVA TO SH-ALIQ-EFETIVA.
           MOVE WRK-RECEITA-MES  TO SH-RECEITA-MES.
           MOVE WRK-IMPOSTO      TO SH-IMPOSTO.
           MOVE WRK-DATA-HOJE    TO SH-DATA-APURACAO.
           WRITE REG-SIMPLESH.

           CLOSE SIMPLESH.
       END PROGRAM ARQ035.
