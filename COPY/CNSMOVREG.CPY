      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE HISTORICO DE CONSENTIMENTO LGPD
      *          (FD CNSMOV, CONSENT.MOV) - UMA LINHA POR MANIFESTACAO
      *          REGISTRADA NO CRUDCLI, NA ORDEM EM QUE OCORREU, PARA
      *          QUE UMA REVOGACAO (OPT-OUT) CONTINUE PROVADA MESMO
      *          DEPOIS DE UM NOVO OPT-IN SOBRESCREVER CONSENT.DAT.
      *          FILE SECTION.
      ******************************************************************
       01  REG-CNSMOV.
           05 CNM-ID-CLIENTE  PIC 9(04).
           05 CNM-CANAL       PIC X(01).
           05 CNM-OPCAO       PIC X(01).
               88 CNM-OPT-IN      VALUE "S".
               88 CNM-OPT-OUT     VALUE "N".
           05 CNM-DATA        PIC 9(08).
           05 CNM-HORA        PIC 9(06).
           05 CNM-ORIGEM      PIC X(01).
           05 CNM-USUARIO     PIC X(08).
