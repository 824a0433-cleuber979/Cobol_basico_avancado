      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CONSENTIMENTO LGPD (FD CONSENT,
      *          CONSENT.DAT), CHAVEADO PELO REG-ID DO CLIENTE MAIS O
      *          CANAL DE CONTATO - GUARDA A ULTIMA MANIFESTACAO DO
      *          CLIENTE PARA AQUELE CANAL (OPT-IN "S" / OPT-OUT "N"),
      *          A DATA, A ORIGEM DA MANIFESTACAO E QUEM A REGISTROU.
      *          CLIENTE SEM REGISTRO NO CANAL NAO CONSENTIU. MANTIDO
      *          PELO CRUDCLI. FILE SECTION.
      ******************************************************************
       01  REG-CONSENT.
           05 CNS-CHAVE.
               10 CNS-ID-CLIENTE  PIC 9(04).
               10 CNS-CANAL       PIC X(01).
                   88 CNS-CANAL-EMAIL     VALUE "E".
                   88 CNS-CANAL-TELEFONE  VALUE "T".
                   88 CNS-CANAL-CARTA     VALUE "C".
                   88 CNS-CANAL-MARKETING VALUE "M".
           05 CNS-OPCAO           PIC X(01).
               88 CNS-OPT-IN          VALUE "S".
               88 CNS-OPT-OUT         VALUE "N".
           05 CNS-DATA            PIC 9(08).
           05 CNS-ORIGEM          PIC X(01).
           05 CNS-USUARIO         PIC X(08).
