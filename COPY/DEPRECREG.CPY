      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE DEPRECIACAO E BAIXA DO ATIVO
      *          IMOBILIZADO (FD DEPRECH, DEPREC.HST) - UMA LINHA POR
      *          BEM E COMPETENCIA NA DEPRECIACAO MENSAL ("D", VALOR DA
      *          QUOTA) E UMA NA BAIXA ("B", GANHO (+) OU PERDA (-)
      *          SOBRE O VALOR CONTABIL). GRAVADO PELO ATIVO001; LIDO
      *          PELO FECHAMES E PELA DRE001. FILE SECTION.
      ******************************************************************
       01  REG-DEPRECH.
           05 DH-ANOMES          PIC 9(06).
           05 DH-CODIGO          PIC 9(05).
           05 DH-CATEGORIA       PIC X(02).
           05 DH-TIPO            PIC X(01).
               88 DH-DEPRECIACAO    VALUE "D".
               88 DH-BAIXA          VALUE "B".
           05 DH-VALOR           PIC S9(07)V99.
           05 DH-DEPREC-ACUM     PIC 9(07)V99.
           05 DH-VALOR-CONTABIL  PIC 9(07)V99.
           05 DH-DATA-GRAVACAO   PIC 9(08).
