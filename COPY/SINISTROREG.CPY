      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE SINISTRO DE TRANSPORTE (FD
      *          SINISTROS, SINISTROS.DAT), CHAVEADO POR SN-NUMERO
      *          (SINISTRO.CTL). LIGA A RECLAMACAO CONTRA A
      *          TRANSPORTADORA (FORN-ID DE FORNECEDORES.DAT) A FATURA
      *          E AO EMBARQUE DE FRETE.LOG (FRETE E AD VALOREM PAGOS),
      *          E GUARDA A FATURA DE REPOSICAO GRAVADA PELO FATURA001.
      *          SN-TIPO: "A" AVARIA, "E" EXTRAVIO, "T" ATRASO.
      *          SN-STATUS: "A" ABERTO, "C" ACEITO PELA TRANSPORTADORA
      *          (AINDA NAO PAGO), "P" PAGO, "N" NEGADO.
      ******************************************************************
       01  REG-SINISTRO.
           05 SN-NUMERO           PIC 9(06).
           05 SN-FATURA           PIC 9(06).
           05 SN-ID-CLIENTE       PIC 9(04).
           05 SN-TRANSP-ID        PIC 9(04).
           05 SN-TIPO             PIC X(01).
               88 SN-AVARIA       VALUE "A".
               88 SN-EXTRAVIO     VALUE "E".
               88 SN-ATRASO       VALUE "T".
           05 SN-DATA-EMBARQUE    PIC 9(08).
           05 SN-ESTADO           PIC X(02).
           05 SN-CEP              PIC 9(08).
           05 SN-VALOR-MERCADORIA PIC 9(08)V99.
           05 SN-FRETE-PAGO       PIC 9(08)V99.
           05 SN-ADVAL-PAGO       PIC 9(08)V99.
           05 SN-VALOR-RECLAMADO  PIC 9(08)V99.
           05 SN-VALOR-RECUPERADO PIC 9(08)V99.
           05 SN-STATUS           PIC X(01).
               88 SN-ABERTO       VALUE "A".
               88 SN-ACEITO       VALUE "C".
               88 SN-PAGO         VALUE "P".
               88 SN-NEGADO       VALUE "N".
               88 SN-EM-ABERTO    VALUE "A" "C".
           05 SN-DATA-ABERTURA    PIC 9(08).
           05 SN-DATA-SITUACAO    PIC 9(08).
           05 SN-FATURA-REPOSICAO PIC 9(06).
           05 SN-OBSERVACAO       PIC X(40).
