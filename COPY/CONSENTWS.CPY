      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ITENS DE APOIO A CONSULTA DE CONSENTIMENTO LGPD
      *          (WORKING-STORAGE), COMPARTILHADOS POR CAMP001 (SELECAO
      *          DO PUBLICO DA CAMPANHA), ARQ010 E ARQ025 (EXPORTACOES
      *          DE CLIENTES) E CONSENT001 (RELATORIO). O PROGRAMA QUE
      *          INCLUI DEVE TER O FD CONSENT (COPY CONSENTREG).
      *          CANAIS: E-EMAIL T-TELEFONE C-CARTA M-COMPARTILHAMENTO
      *          PARA MARKETING. ORIGENS: B-BALCAO T-TELEFONE E-EMAIL
      *          F-FORMULARIO ASSINADO S-SITE.
      ******************************************************************
       77  FS-CONSENT           PIC 9(02) VALUE ZEROS.
       77  WRK-CNS-ID-CLIENTE   PIC 9(04) VALUE ZEROS.
       77  WRK-CNS-CANAL        PIC X(01) VALUE SPACES.
       77  WRK-CNS-CONSENTIU    PIC X(01) VALUE "N".
       77  WRK-CNS-ORIGEM       PIC X(01) VALUE SPACES.
       77  WRK-CNS-CANAL-DESC   PIC X(14) VALUE SPACES.
       77  WRK-CNS-ORIGEM-DESC  PIC X(10) VALUE SPACES.
