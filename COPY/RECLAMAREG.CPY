      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE RECLAMACAO DE CLIENTE (FD
      *          RECLAMA, RECLAMA.DAT), CHAVEADO POR REC-NUMERO,
      *          COMPARTILHADO POR SAC001 (MANUTENCAO) E NPS001
      *          (PESQUISA DE SATISFACAO POS-RECLAMACAO), ANTES
      *          REPETIDO INLINE NO SAC001.
      ******************************************************************
       01  REG-RECLAMA.
           05 REC-NUMERO       PIC 9(06).
           05 REC-TICKET       PIC 9(06).
           05 REC-ID-CLIENTE   PIC 9(04).
           05 REC-PRODUTO      PIC X(30).
           05 REC-TIPO         PIC X(01).
               88 REC-TIPO-PRODUTO     VALUE "P".
               88 REC-TIPO-ENTREGA     VALUE "E".
               88 REC-TIPO-FATURAMENTO VALUE "F".
           05 REC-RESPONSAVEL  PIC 9(04).
           05 REC-STATUS       PIC X(01).
               88 REC-ABERTA       VALUE "A".
               88 REC-EM-ANDAMENTO VALUE "E".
               88 REC-FECHADA      VALUE "F".
           05 REC-DATA-ABERTURA PIC 9(08).
           05 REC-DATA-STATUS  PIC 9(08).
           05 REC-DESCRICAO    PIC X(60).
