      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DA PROVA DE RECUPERACAO (FD RECUPERA,
      *          RECUPERA.DAT) - UMA LINHA POR ALUNO/PERIODO/MATERIA
      *          COM MEDIA ABAIXO DA NOTA MINIMA DO NIVEL: DATA DA
      *          PROVA, MEDIA ORIGINAL, NOTA DA RECUPERACAO E MEDIA
      *          FINAL (A MAIOR ENTRE A ORIGINAL E A DA RECUPERACAO,
      *          LIMITADA A NOTA MINIMA), MAIS A MEDIA GERAL E A
      *          SITUACAO DO BOLETIM ANTES DA RECUPERACAO PARA O
      *          RELATORIO DE ANTES/DEPOIS. GRAVADO PELO RECUP001.
      *          FILE SECTION.
      ******************************************************************
       01  REG-RECUPERACAO.
           05 REC-ALUNO          PIC X(20).
           05 REC-TERMO          PIC 9(02).
           05 REC-MATERIA        PIC 9(02).
           05 REC-NIVEL          PIC X(05).
           05 REC-DATA-PROVA     PIC 9(08).
           05 REC-MEDIA-ORIGINAL PIC 9(02)V99.
           05 REC-NOTA-RECUP     PIC 9(02)V99.
           05 REC-MEDIA-FINAL    PIC 9(02)V99.
           05 REC-BOL-MEDIA-ANT  PIC 9(02)V99.
           05 REC-BOL-SIT-ANT    PIC X(09).
           05 REC-STATUS         PIC X(01).
               88 REC-AGENDADA       VALUE "A".
               88 REC-LANCADA        VALUE "L".
