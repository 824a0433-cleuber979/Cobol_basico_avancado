       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CENSO NOTURNO DOS ARQUIVOS DE PRODUCAO - DUAS VEZES
      *          UM ARQUIVO ENCOLHEU DURANTE A NOITE (O CONTASREC.DAT
      *          NUMA REGRAVACAO VIA CONTASREC.TMP QUE FALHOU E O
      *          ESTOQUE.DAT) E SO SE PERCEBEU DIAS DEPOIS. ESTE JOB
      *          (CADASTRADO NO JOBS.TAB DO AGENDA001, O ULTIMO DA
      *          NOITE) ABRE CADA ARQUIVO DA TABELA TAB-NOME-CENSO,
      *          CONTA OS REGISTROS E SOMA O CAMPO DE VALOR PRINCIPAL E
      *          A CHAVE (TOTAIS DE CONTROLE), GRAVA TUDO EM CENSO.HST E
      *          COMPARA COM O CENSO ANTERIOR E COM O MOVIMENTO ESPERADO
      *          DESDE ENTAO. OS ARQUIVOS QUE SO RECEBEM LINHAS NO FIM
      *          (VENDAS, KARDEX, FOLHA, FRETE, CONTASPAG E OS LOGS)
      *          TEM COMO NOVO O QUE PASSA DA QUANTIDADE DO CENSO
      *          ANTERIOR - SEM DEPENDER DE DATA, QUE PODE SER DO MESMO
      *          DIA DO CENSO OU DE OUTRO MES. FATURA NOVA TEM NUMERO
      *          MAIOR QUE O MAIOR DO CENSO ANTERIOR. O SALDO DO
      *          ESTOQUE, DO CREDITO DE LOJA E DA FIDELIDADE SO MUDA
      *          PELAS LINHAS NOVAS DO KARDEX, DO CREDLOJA.MOV E DO
      *          FIDELIDADE.MOV. CONTASREC.DAT E COMPARADO TITULO A
      *          TITULO COM O RETRATO DA NOITE ANTERIOR
      *          (CONTASREC.CEN): TITULO QUE SAIU PRECISA DE BAIXA NOVA
      *          (CONTASREC.PGO, BAIXAPERDA.DAT, RENEGTIT.DAT, BORDERO
      *          LIQUIDADO OU FATURA ESTORNADA NO FATURA.AUD) E TITULO
      *          QUE MUDOU DE VALOR, DE CHEQUE DEVOLVIDO (TARIFA). AS
      *          AUDITORIAS (CLIENTES.AUD, FATURA.AUD, HISTCARGO.DAT)
      *          JUSTIFICAM ALTERACOES NOS CADASTROS. OS DEMAIS
      *          CADASTROS SO TEM A PERDA DE REGISTROS CONFERIDA.
      *          QUANDO O FECHAMENTO DE EXERCICIO (ARQ027) TIRA UM ANO
      *          DE VENDAS.DAT/FRETE.LOG, AS LINHAS QUE ESTAO NO
      *          ARQUIVO MORTO DO ANO (VENDASAAAA.DAT/FRETEAAAA.LOG)
      *          CONTAM COMO MOVIMENTO E SO A DIFERENCA QUE SOBRA E
      *          ALERTA.
      *          ARQUIVO QUE PERDEU REGISTROS OU CUJO TOTAL MUDOU SEM
      *          MOVIMENTO CORRESPONDENTE SAI MARCADO COM "***" EM
      *          CENSO.LST.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDAS.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FT-NUMERO
           FILE STATUS IS FS-FATURAS.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASREC.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASPAG.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTQ-PRODUTO
           FILE STATUS IS FS-ESTOQUE.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT FOLHA ASSIGN TO "FOLHA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOLHA.

           SELECT HISTFRETE ASSIGN TO "FRETE.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTFRETE.

           SELECT VENDASARQ ASSIGN USING WRK-NOME-ARQ-VENDAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDASARQ.

           SELECT FRETEARQ ASSIGN USING WRK-NOME-ARQ-FRETE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FRETEARQ.

           SELECT CREDLOJA ASSIGN TO "CREDLOJA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-ID-CLIENTE
           FILE STATUS IS FS-CREDLOJA.

           SELECT FIDELIDADE ASSIGN TO "FIDELIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDL-ID-CLIENTE
           FILE STATUS IS FS-FIDELIDADE.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-ID
           FILE STATUS IS FS-FORNECEDORES.

           SELECT ESTLOJA ASSIGN TO "ESTLOJA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELJ-CHAVE
           FILE STATUS IS FS-ESTLOJA.

           SELECT CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHEQUES.

           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMERO
           FILE STATUS IS FS-PEDCOMP.

           SELECT CONSIG ASSIGN TO "CONSIG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-CHAVE
           FILE STATUS IS FS-CONSIG.

           SELECT CSGACERTO ASSIGN TO "CSGACERTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CHAVE
           FILE STATUS IS FS-CSGACERTO.

           SELECT ATIVOS ASSIGN TO "ATIVOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CODIGO
           FILE STATUS IS FS-ATIVOS.

           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-ID-CLIENTE
           FILE STATUS IS FS-CONTRATOS.

           SELECT REEMBOLSO ASSIGN TO "REEMBOLSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RD-CHAVE
           FILE STATUS IS FS-REEMBOLSO.

           SELECT BORDEROS ASSIGN TO "BORDERO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BORDEROS.

           SELECT AUDITCLI ASSIGN TO "CLIENTES.AUD"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AUDITCLI.

           SELECT AUDITFAT ASSIGN TO "FATURA.AUD"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AUDITFAT.

           SELECT CRECPAGOS ASSIGN TO "CONTASREC.PGO"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRECPAGOS.

           SELECT BAIXAPERDA ASSIGN TO "BAIXAPERDA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BAIXAPERDA.

           SELECT RENEGTIT ASSIGN TO "RENEGTIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RENEGTIT.

           SELECT HISTCARGO ASSIGN TO "HISTCARGO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTCARGO.

           SELECT CREDMOV ASSIGN TO "CREDLOJA.MOV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CREDMOV.

           SELECT FIDMOV ASSIGN TO "FIDELIDADE.MOV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FIDMOV.

           SELECT CRECCEN ASSIGN TO "CONTASREC.CEN"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRECCEN.

           SELECT CRECCNV ASSIGN TO "CONTASREC.CNV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRECCNV.

           SELECT CENSO ASSIGN TO "CENSO.HST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CENSO.

           SELECT RELATORIO ASSIGN TO "CENSO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  VENDAS.
           COPY VENDAREG.

       FD  FATURAS.
           COPY FATURAREG.

       FD  CONTASREC.
           COPY CONTARECREG.

       FD  CONTASPAG.
           COPY CONTAPAGREG.

       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FOLHA.
           COPY FOLHAREG.

       FD  HISTFRETE.
           COPY HISTFRETEREG.

      *===============================ARQUIVOS MORTOS DO ARQ027, MESMO
      *===============================LEIAUTE DE VENDAREG E
      *===============================HISTFRETEREG; SO O VALOR E A
      *===============================DATA SAO USADOS.
       FD  VENDASARQ.
       01  REG-VENDASARQ.
           05 FILLER          PIC X(40).
           05 VAQ-VALOR       PIC 9(05)V99.
           05 VAQ-DATA        PIC 9(08).
           05 FILLER          PIC X(14).

       FD  FRETEARQ.
       01  REG-FRETEARQ.
           05 FILLER          PIC X(67).
           05 FAQ-VALOR-FINAL PIC 9(08)V99.
           05 FAQ-DATA        PIC 9(08).
           05 FILLER          PIC X(49).

       FD  CREDLOJA.
           COPY CREDLOJAREG.

       FD  FIDELIDADE.
           COPY FIDELREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  ESTLOJA.
           COPY ESTLOJAREG.

       FD  CHEQUES.
           COPY CHEQUEREG.

       FD  PEDCOMP.
           COPY PEDCOMPREG.

       FD  CONSIG.
           COPY CONSIGREG.

       FD  CSGACERTO.
           COPY CSGACERTOREG.

       FD  ATIVOS.
           COPY ATIVOREG.

       FD  CONTRATOS.
           COPY CONTRATOREG.

       FD  REEMBOLSO.
           COPY REEMBREG.

       FD  BORDEROS.
           COPY BORDEROREG.

       FD  AUDITCLI.
           COPY AUDITCLIREG.

       FD  AUDITFAT.
           COPY AUDITFATREG.

       FD  CRECPAGOS.
           COPY CRECPAGREG.

      *===============================MESMO LAYOUT DO ARQ033.
       FD  BAIXAPERDA.
       01  REG-BAIXAPERDA.
           05 BP-ID-CLIENTE   PIC 9(04).
           05 BP-TICKET       PIC 9(06).
           05 BP-PARCELA      PIC 9(02).
           05 BP-VALOR        PIC 9(07)V99.
           05 BP-DATA-VENC    PIC 9(08).
           05 BP-DATA-BAIXA   PIC 9(08).
           05 BP-MOTIVO       PIC X(02).
           05 BP-USUARIO      PIC X(08).

      *===============================MESMO LAYOUT DO RENEG001.
       FD  RENEGTIT.
       01  REG-RENEGTIT.
           05 RNT-ACORDO       PIC 9(06).
           05 RNT-ID-CLIENTE   PIC 9(04).
           05 RNT-TICKET       PIC 9(06).
           05 RNT-PARCELA      PIC 9(02).
           05 RNT-VALOR-FACE   PIC 9(07)V99.
           05 RNT-DATA-VENDA   PIC 9(08).
           05 RNT-DATA-VENC    PIC 9(08).
           05 RNT-DIAS-ATRASO  PIC 9(05).
           05 RNT-JUROS        PIC 9(07)V99.
           05 RNT-MULTA        PIC 9(05)V99.

       FD  HISTCARGO.
           COPY HISTCARGOREG.

       FD  CREDMOV.
           COPY CREDMOVREG.

       FD  FIDMOV.
           COPY FIDMOVREG.

      *===============================RETRATO DE CONTASREC.DAT NO
      *===============================CENSO ANTERIOR (CHAVE E VALOR DE
      *===============================CADA TITULO, NA ORDEM DO
      *===============================ARQUIVO) E O RETRATO DE HOJE,
      *===============================GRAVADO EM CONTASREC.CNV E
      *===============================COPIADO PARA CONTASREC.CEN NO FIM.
       FD  CRECCEN.
       01  REG-CRECCEN.
           05 CCN-CHAVE.
               10 CCN-ID-CLIENTE  PIC 9(04).
               10 CCN-TICKET      PIC 9(06).
               10 CCN-PARCELA     PIC 9(02).
           05 CCN-VALOR           PIC 9(07)V99.

       FD  CRECCNV.
       01  REG-CRECCNV.
           05 CCV-CHAVE.
               10 CCV-ID-CLIENTE  PIC 9(04).
               10 CCV-TICKET      PIC 9(06).
               10 CCV-PARCELA     PIC 9(02).
           05 CCV-VALOR           PIC 9(07)V99.

       FD  CENSO.
           COPY CENSOREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-FATURAS      PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-FOLHA        PIC 9(02) VALUE ZEROS.
       77  FS-HISTFRETE    PIC 9(02) VALUE ZEROS.
       77  FS-VENDASARQ    PIC 9(02) VALUE ZEROS.
       77  FS-FRETEARQ     PIC 9(02) VALUE ZEROS.
       77  FS-CREDLOJA     PIC 9(02) VALUE ZEROS.
       77  FS-FIDELIDADE   PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-ESTLOJA      PIC 9(02) VALUE ZEROS.
       77  FS-CHEQUES      PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  FS-CONSIG       PIC 9(02) VALUE ZEROS.
       77  FS-CSGACERTO    PIC 9(02) VALUE ZEROS.
       77  FS-ATIVOS       PIC 9(02) VALUE ZEROS.
       77  FS-CONTRATOS    PIC 9(02) VALUE ZEROS.
       77  FS-REEMBOLSO    PIC 9(02) VALUE ZEROS.
       77  FS-BORDEROS     PIC 9(02) VALUE ZEROS.
       77  FS-AUDITCLI     PIC 9(02) VALUE ZEROS.
       77  FS-AUDITFAT     PIC 9(02) VALUE ZEROS.
       77  FS-CRECPAGOS    PIC 9(02) VALUE ZEROS.
       77  FS-BAIXAPERDA   PIC 9(02) VALUE ZEROS.
       77  FS-RENEGTIT     PIC 9(02) VALUE ZEROS.
       77  FS-HISTCARGO    PIC 9(02) VALUE ZEROS.
       77  FS-CREDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-FIDMOV       PIC 9(02) VALUE ZEROS.
       77  FS-CRECCEN      PIC 9(02) VALUE ZEROS.
       77  FS-CRECCNV      PIC 9(02) VALUE ZEROS.
       77  FS-CENSO        PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-ALERTAS PIC 9(03) VALUE ZEROS.

      *===============================ACCEPT FROM TIME DEVOLVE
      *===============================HHMMSSCC; O GRUPO FICA COM A HORA
      *===============================INTEIRA EM WRK-HORA-AGORA.
       01  WRK-HORA-SISTEMA.
           05 WRK-HORA-AGORA   PIC 9(06).
           05 FILLER           PIC 9(02).

      *===============================ACUMULADORES DO ARQUIVO DA VEZ.
      *===============================TEM-MOV-QTDE/VALOR = "S" QUANDO
      *===============================O ARQUIVO TEM MOVIMENTO ESPERADO
      *===============================A CONFERIR; TEM-LOG = "S" QUANDO
      *===============================ALTERACOES SO VALEM COM LINHA DE
      *===============================AUDITORIA NO PERIODO. SEM-BASE =
      *===============================UM LOG USADO NO MOVIMENTO AINDA
      *===============================NAO TINHA CENSO (NAO DA PARA
      *===============================SEPARAR AS LINHAS NOVAS).
       77  WRK-SUB-ARQ         PIC 9(02) VALUE ZEROS.
       77  WRK-CEN-FS          PIC 9(02) VALUE ZEROS.
       77  WRK-CEN-QTDE        PIC 9(09) VALUE ZEROS.
       77  WRK-CEN-HASH-VALOR  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CEN-HASH-CHAVE  PIC 9(15) VALUE ZEROS.
       77  WRK-CEN-MOV-QTDE    PIC S9(09) VALUE ZEROS.
       77  WRK-CEN-MOV-VALOR   PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CEN-QTDE-LOG    PIC 9(07) VALUE ZEROS.
       77  WRK-CEN-CHAVE-MAX   PIC 9(09) VALUE ZEROS.
       77  WRK-CEN-QTDE-SEM-JUST PIC 9(07) VALUE ZEROS.
       77  WRK-CEN-TEM-MOV-QTDE PIC X(01) VALUE "N".
       77  WRK-CEN-TEM-MOV-VALOR PIC X(01) VALUE "N".
       77  WRK-CEN-TEM-LOG     PIC X(01) VALUE "N".
       77  WRK-CEN-SEM-BASE    PIC X(01) VALUE "N".
       77  WRK-CEN-SITUACAO    PIC X(30) VALUE SPACES.
       77  WRK-CEN-ALERTA      PIC X(01) VALUE "N".
       77  WRK-QTDE-ESPERADA   PIC S9(09) VALUE ZEROS.
       77  WRK-VALOR-ESPERADO  PIC S9(13)V99 VALUE ZEROS.

      *===============================POSICAO DO REGISTRO LIDO NO
      *===============================ARQUIVO DA VEZ (WRK-POS-REG) OU
      *===============================NO LOG (WRK-POS-LOG); PASSOU DA
      *===============================QUANTIDADE DO CENSO ANTERIOR, E
      *===============================LINHA NOVA.
       77  WRK-POS-REG         PIC 9(09) VALUE ZEROS.
       77  WRK-POS-LOG         PIC 9(09) VALUE ZEROS.
       77  WRK-POS-BASE        PIC 9(09) VALUE ZEROS.
       77  WRK-SUB-LOG         PIC 9(02) VALUE ZEROS.

      *===============================MENOR ANO DAS LINHAS DE
      *===============================VENDAS/FRETE E AS LINHAS DOS
      *===============================ANOS QUE SAIRAM PARA O ARQUIVO
      *===============================MORTO DESDE O CENSO ANTERIOR
      *===============================(WRK-ANO-ARQ-INI A -FIM).
       77  WRK-CEN-ANO-MIN     PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-ARQ-INI     PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-ARQ-FIM     PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-ARQ         PIC 9(04) VALUE ZEROS.
       77  WRK-ARQ-QTDE        PIC 9(09) VALUE ZEROS.
       77  WRK-ARQ-VALOR       PIC S9(13)V99 VALUE ZEROS.

       01  WRK-DATA-LINHA      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-LINHA-R REDEFINES WRK-DATA-LINHA.
           05 WRK-ANO-LINHA    PIC 9(04).
           05 FILLER           PIC 9(04).

       01  WRK-NOME-ARQ-VENDAS.
           05 FILLER           PIC X(06) VALUE "VENDAS".
           05 WRK-NAV-ANO      PIC 9(04) VALUE ZEROS.
           05 FILLER           PIC X(04) VALUE ".DAT".

       01  WRK-NOME-ARQ-FRETE.
           05 FILLER           PIC X(05) VALUE "FRETE".
           05 WRK-NAF-ANO      PIC 9(04) VALUE ZEROS.
           05 FILLER           PIC X(04) VALUE ".LOG".

       01  WRK-SITUACAO-ARQUIVADO.
           05 FILLER           PIC X(15) VALUE "ANO ARQUIVADO: ".
           05 WRK-LSA-QTDE     PIC ZZZZZ9.
           05 FILLER           PIC X(09) VALUE " LINHA(S)".

       01  WRK-SITUACAO-SEM-JUST.
           05 FILLER           PIC X(11) VALUE "SEM BAIXA: ".
           05 WRK-LSJ-QTDE     PIC ZZZZ9.
           05 FILLER           PIC X(10) VALUE " TITULO(S)".

      *===============================ARQUIVOS DO CENSO, NA ORDEM DE
      *===============================PROCESSAMENTO (A POSICAO NA
      *===============================TABELA E O WRK-SUB-ARQ DE CADA
      *===============================SECTION 02NN). 14 E 24 A 30 SAO
      *===============================OS LOGS LIDOS PELOS CADASTROS
      *===============================(WRK-SUB-LOG).
       01  TABELA-NOMES-CENSO.
           05 FILLER PIC X(16) VALUE "CLIENTES.DAT".
           05 FILLER PIC X(16) VALUE "VENDAS.DAT".
           05 FILLER PIC X(16) VALUE "FATURAS.DAT".
           05 FILLER PIC X(16) VALUE "CONTASREC.DAT".
           05 FILLER PIC X(16) VALUE "CONTASPAG.DAT".
           05 FILLER PIC X(16) VALUE "ESTOQUE.DAT".
           05 FILLER PIC X(16) VALUE "ESTOQMOV.DAT".
           05 FILLER PIC X(16) VALUE "FUNCIONARIOS.DAT".
           05 FILLER PIC X(16) VALUE "FOLHA.DAT".
           05 FILLER PIC X(16) VALUE "FRETE.LOG".
           05 FILLER PIC X(16) VALUE "CREDLOJA.DAT".
           05 FILLER PIC X(16) VALUE "FIDELIDADE.DAT".
           05 FILLER PIC X(16) VALUE "FORNECEDORES.DAT".
           05 FILLER PIC X(16) VALUE "CONTASREC.PGO".
           05 FILLER PIC X(16) VALUE "ESTLOJA.DAT".
           05 FILLER PIC X(16) VALUE "CHEQUES.DAT".
           05 FILLER PIC X(16) VALUE "PEDCOMP.DAT".
           05 FILLER PIC X(16) VALUE "CONSIG.DAT".
           05 FILLER PIC X(16) VALUE "CSGACERTO.DAT".
           05 FILLER PIC X(16) VALUE "ATIVOS.DAT".
           05 FILLER PIC X(16) VALUE "CONTRATOS.DAT".
           05 FILLER PIC X(16) VALUE "REEMBOLSO.DAT".
           05 FILLER PIC X(16) VALUE "BORDERO.DAT".
           05 FILLER PIC X(16) VALUE "BAIXAPERDA.DAT".
           05 FILLER PIC X(16) VALUE "RENEGTIT.DAT".
           05 FILLER PIC X(16) VALUE "CLIENTES.AUD".
           05 FILLER PIC X(16) VALUE "FATURA.AUD".
           05 FILLER PIC X(16) VALUE "HISTCARGO.DAT".
           05 FILLER PIC X(16) VALUE "CREDLOJA.MOV".
           05 FILLER PIC X(16) VALUE "FIDELIDADE.MOV".
       01  TABELA-NOMES-CENSO-R REDEFINES TABELA-NOMES-CENSO.
           05 TAB-NOME-CENSO PIC X(16) OCCURS 30 TIMES.

       77  WRK-QTDE-ARQ-CENSO PIC 9(02) VALUE 30.
       77  WRK-SUB-BUSCA   PIC 9(02) VALUE ZEROS.

      *===============================ULTIMO CENSO DE CADA ARQUIVO
      *===============================(CENSO.HST).
       01  TABELA-CENSO-ANTERIOR.
           05 TAB-CENSO-ANT OCCURS 30 TIMES.
               10 TCA-TEM          PIC X(01).
               10 TCA-DATA         PIC 9(08).
               10 TCA-FS           PIC 9(02).
               10 TCA-QTDE         PIC 9(09).
               10 TCA-HASH-VALOR   PIC S9(13)V99.
               10 TCA-HASH-CHAVE   PIC 9(15).
               10 TCA-CHAVE-MAX    PIC 9(09).
               10 TCA-ANO-MIN      PIC 9(04).

      *===============================BAIXAS NOVAS QUE JUSTIFICAM A
      *===============================SAIDA DE UM TITULO DE CONTASREC:
      *===============================TBX-TIPO "B" BAIXA DO TITULO
      *===============================(CHAVE COMPLETA), "F" FATURA
      *===============================ESTORNADA (TODOS OS TITULOS DO
      *===============================TICKET), "V" TARIFA DE CHEQUE
      *===============================DEVOLVIDO SOMADA AO TITULO.
       01  TABELA-BAIXAS.
           05 TAB-BAIXA OCCURS 3000 TIMES.
               10 TBX-TIPO         PIC X(01).
               10 TBX-CHAVE.
                   15 TBX-ID-CLIENTE PIC 9(04).
                   15 TBX-TICKET     PIC 9(06).
                   15 TBX-PARCELA    PIC 9(02).
               10 TBX-USADA        PIC X(01).

       77  WRK-QTDE-BAIXAS     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-BAIXAS      PIC 9(04) VALUE 3000.
       77  WRK-SUB-BAIXA       PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-BAIXAS-CHEIA PIC X(01) VALUE "N".
       77  WRK-ACHOU-BAIXA     PIC X(01) VALUE "N".
       77  WRK-FIM-RETRATO     PIC X(01) VALUE "N".
       77  WRK-RETRATO-ABERTO  PIC X(01) VALUE "N".
       77  WRK-FATURAS-ABERTO  PIC X(01) VALUE "N".

       01  WRK-BAIXA.
           05 WRK-BX-TIPO      PIC X(01).
           05 WRK-BX-CHAVE.
               10 WRK-BX-CLIENTE PIC 9(04).
               10 WRK-BX-TICKET  PIC 9(06).
               10 WRK-BX-PARCELA PIC 9(02).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(36) VALUE
               "CENSO NOTURNO DOS ARQUIVOS - DATA ".
           05 WRK-LT-DATA  PIC 9999/99/99.
           05 FILLER       PIC X(07) VALUE " HORA ".
           05 WRK-LT-HORA  PIC 99B99B99.

       01  WRK-LINHA-CAB.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(17) VALUE "ARQUIVO".
           05 FILLER       PIC X(03) VALUE "FS".
           05 FILLER       PIC X(11) VALUE "  REGISTROS".
           05 FILLER       PIC X(11) VALUE "   ANTERIOR".
           05 FILLER       PIC X(09) VALUE " ESPERADO".
           05 FILLER       PIC X(20) VALUE "        TOTAL VALOR".
           05 FILLER       PIC X(20) VALUE "     TOTAL ESPERADO".
           05 FILLER       PIC X(06) VALUE "   LOG".
           05 FILLER       PIC X(01) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE "SITUACAO".

       01  WRK-LINHA-DET.
           05 WRK-LD-MARCA      PIC X(04).
           05 WRK-LD-ARQUIVO    PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-FS         PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-QTDE       PIC ZZZZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-QTDE-ANT   PIC ZZZZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-QTDE-ESP   PIC -------9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR      PIC -----------9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-ESP  PIC -----------9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-LOG        PIC ZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-SITUACAO   PIC X(30).

       01  WRK-LINHA-TOTAL.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE
               "ARQUIVOS COM ALERTA (***): ".
           05 WRK-LTO-ALERTAS PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.

           PERFORM 0100-CARREGA-CENSO-ANTERIOR.

           OPEN EXTEND CENSO.
           IF FS-CENSO EQUAL 35
               OPEN OUTPUT CENSO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-HOJE  TO WRK-LT-DATA.
           MOVE WRK-HORA-AGORA TO WRK-LT-HORA.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM 0201-CENSO-CLIENTES.
           PERFORM 0202-CENSO-VENDAS.
           PERFORM 0203-CENSO-FATURAS.
           PERFORM 0204-CENSO-CONTASREC.
           PERFORM 0205-CENSO-CONTASPAG.
           PERFORM 0206-CENSO-ESTOQUE.
           PERFORM 0207-CENSO-ESTMOV.
           PERFORM 0208-CENSO-FUNCIONARIOS.
           PERFORM 0209-CENSO-FOLHA.
           PERFORM 0210-CENSO-FRETE.
           PERFORM 0211-CENSO-CREDLOJA.
           PERFORM 0212-CENSO-FIDELIDADE.
           PERFORM 0213-CENSO-FORNECEDORES.
           PERFORM 0214-CENSO-CRECPAGOS.
           PERFORM 0215-CENSO-ESTLOJA.
           PERFORM 0216-CENSO-CHEQUES.
           PERFORM 0217-CENSO-PEDCOMP.
           PERFORM 0218-CENSO-CONSIG.
           PERFORM 0219-CENSO-CSGACERTO.
           PERFORM 0220-CENSO-ATIVOS.
           PERFORM 0221-CENSO-CONTRATOS.
           PERFORM 0222-CENSO-REEMBOLSO.
           PERFORM 0223-CENSO-BORDEROS.
           PERFORM 0224-CENSO-BAIXAPERDA.
           PERFORM 0225-CENSO-RENEGTIT.
           PERFORM 0226-CENSO-AUDITCLI.
           PERFORM 0227-CENSO-AUDITFAT.
           PERFORM 0228-CENSO-HISTCARGO.
           PERFORM 0229-CENSO-CREDMOV.
           PERFORM 0230-CENSO-FIDMOV.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-ALERTAS TO WRK-LTO-ALERTAS.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.
           CLOSE CENSO.

           DISPLAY "CENSO GRAVADO EM CENSO.HST E CENSO.LST - "
                   WRK-TOTAL-ALERTAS " ARQUIVO(S) COM ALERTA ".

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================FICA COM A ULTIMA LINHA DE CADA
      *===============================ARQUIVO, DE QUALQUER DATA: O
      *===============================MOVIMENTO E CONTADO PELA POSICAO
      *===============================NOS LOGS E PELO RETRATO DO
      *===============================CONTASREC, ENTAO RODAR DE NOVO NO
      *===============================MESMO DIA COMPARA COM A RODADA
      *===============================ANTERIOR.
       0100-CARREGA-CENSO-ANTERIOR SECTION.
           PERFORM VARYING WRK-SUB-ARQ FROM 1 BY 1
                   UNTIL WRK-SUB-ARQ GREATER WRK-QTDE-ARQ-CENSO
               MOVE "N"   TO TCA-TEM(WRK-SUB-ARQ)
               MOVE ZEROS TO TCA-DATA(WRK-SUB-ARQ)
                             TCA-FS(WRK-SUB-ARQ)
                             TCA-QTDE(WRK-SUB-ARQ)
                             TCA-HASH-VALOR(WRK-SUB-ARQ)
                             TCA-HASH-CHAVE(WRK-SUB-ARQ)
                             TCA-CHAVE-MAX(WRK-SUB-ARQ)
                             TCA-ANO-MIN(WRK-SUB-ARQ)
           END-PERFORM.

           OPEN INPUT CENSO.
           IF FS-CENSO EQUAL 00
               READ CENSO
               PERFORM UNTIL FS-CENSO NOT EQUAL 00
                   PERFORM 0110-GUARDA-ANTERIOR
                   READ CENSO
               END-PERFORM
               CLOSE CENSO
           END-IF.

       0110-GUARDA-ANTERIOR SECTION.
           MOVE ZEROS TO WRK-SUB-ARQ.
           PERFORM VARYING WRK-SUB-BUSCA FROM 1 BY 1
                   UNTIL WRK-SUB-BUSCA GREATER WRK-QTDE-ARQ-CENSO
               IF TAB-NOME-CENSO(WRK-SUB-BUSCA) EQUAL CEN-ARQUIVO
                   MOVE WRK-SUB-BUSCA TO WRK-SUB-ARQ
               END-IF
           END-PERFORM.

           IF WRK-SUB-ARQ GREATER ZEROS
               MOVE "S"            TO TCA-TEM(WRK-SUB-ARQ)
               MOVE CEN-DATA       TO TCA-DATA(WRK-SUB-ARQ)
               MOVE CEN-FS         TO TCA-FS(WRK-SUB-ARQ)
               MOVE CEN-QTDE       TO TCA-QTDE(WRK-SUB-ARQ)
               MOVE CEN-HASH-VALOR TO TCA-HASH-VALOR(WRK-SUB-ARQ)
               MOVE CEN-HASH-CHAVE TO TCA-HASH-CHAVE(WRK-SUB-ARQ)
               MOVE CEN-CHAVE-MAX  TO TCA-CHAVE-MAX(WRK-SUB-ARQ)
               MOVE CEN-ANO-MIN    TO TCA-ANO-MIN(WRK-SUB-ARQ)
           END-IF.

      *===============================ZERA OS ACUMULADORES; A DATA DE
      *===============================CORTE E A DO CENSO ANTERIOR DO
      *===============================ARQUIVO.
       0190-INICIA-ARQUIVO  SECTION.
           MOVE TCA-DATA(WRK-SUB-ARQ) TO WRK-DATA-CORTE.
           MOVE ZEROS TO WRK-CEN-FS WRK-CEN-QTDE WRK-CEN-HASH-VALOR
                         WRK-CEN-HASH-CHAVE WRK-CEN-MOV-QTDE
                         WRK-CEN-MOV-VALOR WRK-CEN-QTDE-LOG
                         WRK-CEN-CHAVE-MAX WRK-CEN-QTDE-SEM-JUST
                         WRK-POS-REG WRK-CEN-ANO-MIN WRK-ARQ-QTDE
                         WRK-ARQ-VALOR.
           MOVE "N" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR
                       WRK-CEN-TEM-LOG WRK-CEN-SEM-BASE.

      *===============================LOG WRK-SUB-LOG: AS LINHAS NOVAS
      *===============================SAO AS QUE PASSAM DE
      *===============================WRK-POS-BASE (QUANTIDADE DO LOG
      *===============================NO CENSO ANTERIOR).
       0195-BASE-LOG        SECTION.
           MOVE ZEROS TO WRK-POS-LOG.
           MOVE TCA-QTDE(WRK-SUB-LOG) TO WRK-POS-BASE.
           IF TCA-TEM(WRK-SUB-LOG) NOT EQUAL "S"
                   AND TCA-TEM(WRK-SUB-ARQ) EQUAL "S"
               MOVE "S" TO WRK-CEN-SEM-BASE
           END-IF.

       0196-GUARDA-ANO-MIN  SECTION.
           IF WRK-ANO-LINHA GREATER ZEROS
                   AND (WRK-CEN-ANO-MIN EQUAL ZEROS
                        OR WRK-ANO-LINHA LESS WRK-CEN-ANO-MIN)
               MOVE WRK-ANO-LINHA TO WRK-CEN-ANO-MIN
           END-IF.

      *===============================CLIENTES: SEM DATA DE GRAVACAO;
      *===============================QUALQUER MUDANCA (INCLUSIVE
      *===============================EXCLUSAO) PRECISA DE LINHA NOVA
      *===============================NO CLIENTES.AUD.
       0201-CENSO-CLIENTES  SECTION.
           MOVE 01 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-LOG.

           OPEN INPUT CLIENTES.
           MOVE FS-CLIENTES TO WRK-CEN-FS.
           IF FS-CLIENTES EQUAL 00
               MOVE ZEROS TO REG-ID
               START CLIENTES KEY IS NOT LESS REG-ID
               IF FS-CLIENTES EQUAL 00
                   READ CLIENTES NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                   ADD 1                    TO WRK-CEN-QTDE
                   ADD REG-CLI-LIMITE-CRED  TO WRK-CEN-HASH-VALOR
                   ADD REG-ID               TO WRK-CEN-HASH-CHAVE
                   READ CLIENTES NEXT RECORD
               END-PERFORM
               CLOSE CLIENTES
           END-IF.

           OPEN INPUT AUDITCLI.
           IF FS-AUDITCLI EQUAL 00
               MOVE 26 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               READ AUDITCLI
               PERFORM UNTIL FS-AUDITCLI NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       ADD 1 TO WRK-CEN-QTDE-LOG
                   END-IF
                   READ AUDITCLI
               END-PERFORM
               CLOSE AUDITCLI
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================VENDAS: SO RECEBE LINHAS NO FIM.
       0202-CENSO-VENDAS    SECTION.
           MOVE 02 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT VENDAS.
           MOVE FS-VENDAS TO WRK-CEN-FS.
           IF FS-VENDAS EQUAL 00
               READ VENDAS
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   ADD 1          TO WRK-CEN-QTDE
                   ADD VND-VALOR  TO WRK-CEN-HASH-VALOR
                   ADD VND-TICKET TO WRK-CEN-HASH-CHAVE
                   ADD 1          TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1         TO WRK-CEN-MOV-QTDE
                       ADD VND-VALOR TO WRK-CEN-MOV-VALOR
                   END-IF
                   MOVE VND-DATA  TO WRK-DATA-LINHA
                   PERFORM 0196-GUARDA-ANO-MIN
                   READ VENDAS
               END-PERFORM
               CLOSE VENDAS

               PERFORM 0260-ANOS-ARQUIVADOS
               IF WRK-ANO-ARQ-INI NOT GREATER WRK-ANO-ARQ-FIM
                   PERFORM VARYING WRK-ANO-ARQ FROM WRK-ANO-ARQ-INI
                           BY 1 UNTIL WRK-ANO-ARQ GREATER
                                      WRK-ANO-ARQ-FIM
                       PERFORM 0261-SOMA-VENDAS-ARQ
                   END-PERFORM
                   PERFORM 0262-RECONTA-VENDAS
               END-IF
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================FATURAS: NOVAS TEM FT-NUMERO
      *===============================(FATURA.CTL) MAIOR QUE O MAIOR DO
      *===============================CENSO ANTERIOR, QUALQUER QUE SEJA
      *===============================A FT-DATA; CANCELAMENTO E
      *===============================ALTERACAO DEIXAM LINHA NO
      *===============================FATURA.AUD.
       0203-CENSO-FATURAS   SECTION.
           MOVE 03 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR
                       WRK-CEN-TEM-LOG.

           OPEN INPUT FATURAS.
           MOVE FS-FATURAS TO WRK-CEN-FS.
           IF FS-FATURAS EQUAL 00
               MOVE ZEROS TO FT-NUMERO
               START FATURAS KEY IS NOT LESS FT-NUMERO
               IF FS-FATURAS EQUAL 00
                   READ FATURAS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-FATURAS NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD FT-VALOR-FINAL TO WRK-CEN-HASH-VALOR
                   ADD FT-NUMERO      TO WRK-CEN-HASH-CHAVE
                   MOVE FT-NUMERO     TO WRK-CEN-CHAVE-MAX
                   IF FT-NUMERO GREATER TCA-CHAVE-MAX(WRK-SUB-ARQ)
                       ADD 1              TO WRK-CEN-MOV-QTDE
                       ADD FT-VALOR-FINAL TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ FATURAS NEXT RECORD
               END-PERFORM
               CLOSE FATURAS
           END-IF.

           OPEN INPUT AUDITFAT.
           IF FS-AUDITFAT EQUAL 00
               MOVE 27 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               READ AUDITFAT
               PERFORM UNTIL FS-AUDITFAT NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       ADD 1 TO WRK-CEN-QTDE-LOG
                   END-IF
                   READ AUDITFAT
               END-PERFORM
               CLOSE AUDITFAT
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================CONTAS A RECEBER: TITULO NOVO
      *===============================ENTRA NO FIM DO ARQUIVO E AS
      *===============================REGRAVACOES (CREC001, ARQ033,
      *===============================RENEG001, ARQ018, ANTEC001,
      *===============================CHEQ001) MANTEM A ORDEM DOS QUE
      *===============================FICAM. O ARQUIVO E LIDO JUNTO COM
      *===============================O RETRATO DO CENSO ANTERIOR: O
      *===============================QUE ESTA NO RETRATO E NAO VEIO E
      *===============================TITULO QUE SAIU (PRECISA DE BAIXA
      *===============================NOVA EM TAB-BAIXA); O QUE VEM
      *===============================DEPOIS DO FIM DO RETRATO E NOVO.
       0204-CENSO-CONTASREC SECTION.
           MOVE 04 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           PERFORM 0240-CARREGA-BAIXAS.

           MOVE "S" TO WRK-FIM-RETRATO.
           MOVE "N" TO WRK-RETRATO-ABERTO.
           OPEN INPUT CRECCEN.
           IF FS-CRECCEN EQUAL 00
               MOVE "S" TO WRK-RETRATO-ABERTO
               MOVE "N" TO WRK-FIM-RETRATO
               PERFORM 0250-LE-RETRATO
           ELSE
               IF TCA-TEM(WRK-SUB-ARQ) EQUAL "S"
                   MOVE "S" TO WRK-CEN-SEM-BASE
               END-IF
           END-IF.

           OPEN INPUT CONTASREC.
           MOVE FS-CONTASREC TO WRK-CEN-FS.
           IF FS-CONTASREC EQUAL 00
               OPEN OUTPUT CRECCNV
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   ADD 1         TO WRK-CEN-QTDE
                   ADD CR-VALOR  TO WRK-CEN-HASH-VALOR
                   ADD CR-TICKET TO WRK-CEN-HASH-CHAVE
                   MOVE CR-ID-CLIENTE TO CCV-ID-CLIENTE
                   MOVE CR-TICKET     TO CCV-TICKET
                   MOVE CR-PARCELA    TO CCV-PARCELA
                   MOVE CR-VALOR      TO CCV-VALOR
                   PERFORM UNTIL WRK-FIM-RETRATO EQUAL "S"
                           OR CCN-CHAVE EQUAL CCV-CHAVE
                       PERFORM 0251-TITULO-SAIU
                       PERFORM 0250-LE-RETRATO
                   END-PERFORM
                   IF WRK-FIM-RETRATO EQUAL "S"
                       ADD 1        TO WRK-CEN-MOV-QTDE
                       ADD CR-VALOR TO WRK-CEN-MOV-VALOR
                   ELSE
                       IF CR-VALOR NOT EQUAL CCN-VALOR
                           PERFORM 0252-VALOR-MUDOU
                       END-IF
                       PERFORM 0250-LE-RETRATO
                   END-IF
                   WRITE REG-CRECCNV
                   READ CONTASREC
               END-PERFORM
               PERFORM UNTIL WRK-FIM-RETRATO EQUAL "S"
                   PERFORM 0251-TITULO-SAIU
                   PERFORM 0250-LE-RETRATO
               END-PERFORM
               CLOSE CONTASREC
               CLOSE CRECCNV
           END-IF.

           IF WRK-RETRATO-ABERTO EQUAL "S"
               CLOSE CRECCEN
           END-IF.

           IF WRK-CEN-FS EQUAL 00
               PERFORM 0255-GRAVA-RETRATO
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================CONTAS A PAGAR: TITULO NOVO
      *===============================ENTRA NO FIM; O PAGAMENTO SO MUDA
      *===============================O STATUS NO LUGAR.
       0205-CENSO-CONTASPAG SECTION.
           MOVE 05 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT CONTASPAG.
           MOVE FS-CONTASPAG TO WRK-CEN-FS.
           IF FS-CONTASPAG EQUAL 00
               READ CONTASPAG
               PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                   ADD 1        TO WRK-CEN-QTDE
                   ADD CP-VALOR TO WRK-CEN-HASH-VALOR
                   ADD 1        TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1        TO WRK-CEN-MOV-QTDE
                       ADD CP-VALOR TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ CONTASPAG
               END-PERFORM
               CLOSE CONTASPAG
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================ESTOQUE: O TOTAL E A SOMA DE
      *===============================ESTQ-QTDE, QUE SO MUDA PELAS
      *===============================LINHAS NOVAS DO KARDEX DA MATRIZ
      *===============================(EM-LOJA ZERO OU 01, COMO NO
      *===============================ESTQ009).
       0206-CENSO-ESTOQUE   SECTION.
           MOVE 06 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT ESTOQUE.
           MOVE FS-ESTOQUE TO WRK-CEN-FS.
           IF FS-ESTOQUE EQUAL 00
               MOVE SPACES TO ESTQ-PRODUTO
               START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO
               IF FS-ESTOQUE EQUAL 00
                   READ ESTOQUE NEXT RECORD
               END-IF
               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                   ADD 1           TO WRK-CEN-QTDE
                   ADD ESTQ-QTDE   TO WRK-CEN-HASH-VALOR
                   ADD ESTQ-QTDE-MINIMA TO WRK-CEN-HASH-CHAVE
                   READ ESTOQUE NEXT RECORD
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.

           OPEN INPUT ESTMOV.
           IF FS-ESTMOV EQUAL 00
               MOVE 07 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                           AND (EM-LOJA EQUAL ZEROS OR EM-LOJA EQUAL 1)
                       ADD EM-QTDE TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================KARDEX: SO RECEBE LINHAS NO FIM.
       0207-CENSO-ESTMOV    SECTION.
           MOVE 07 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT ESTMOV.
           MOVE FS-ESTMOV TO WRK-CEN-FS.
           IF FS-ESTMOV EQUAL 00
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   ADD 1             TO WRK-CEN-QTDE
                   ADD EM-QTDE       TO WRK-CEN-HASH-VALOR
                   ADD EM-HORA       TO WRK-CEN-HASH-CHAVE
                   ADD 1             TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1       TO WRK-CEN-MOV-QTDE
                       ADD EM-QTDE TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================FUNCIONARIOS: NINGUEM E APAGADO
      *===============================(DESLIGADO E STATUS); MUDANCA DE
      *===============================SALARIO OU INCLUSAO DEIXA LINHA
      *===============================NOVA NO HISTCARGO.DAT.
       0208-CENSO-FUNCIONARIOS SECTION.
           MOVE 08 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-LOG.

           OPEN INPUT FUNCIONARIOS.
           MOVE FS-FUNCIONARIOS TO WRK-CEN-FS.
           IF FS-FUNCIONARIOS EQUAL 00
               MOVE ZEROS TO FUNC-ID
               START FUNCIONARIOS KEY IS NOT LESS FUNC-ID
               IF FS-FUNCIONARIOS EQUAL 00
                   READ FUNCIONARIOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
                   ADD 1            TO WRK-CEN-QTDE
                   ADD FUNC-SALARIO TO WRK-CEN-HASH-VALOR
                   ADD FUNC-ID      TO WRK-CEN-HASH-CHAVE
                   READ FUNCIONARIOS NEXT RECORD
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

           OPEN INPUT HISTCARGO.
           IF FS-HISTCARGO EQUAL 00
               MOVE 28 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               READ HISTCARGO
               PERFORM UNTIL FS-HISTCARGO NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       ADD 1 TO WRK-CEN-QTDE-LOG
                   END-IF
                   READ HISTCARGO
               END-PERFORM
               CLOSE HISTCARGO
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================FOLHA: SO RECEBE LINHAS NO FIM
      *===============================(O 13O E AS FERIAS PODEM TER
      *===============================FOLHA-DATA DE OUTRO MES).
       0209-CENSO-FOLHA     SECTION.
           MOVE 09 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT FOLHA.
           MOVE FS-FOLHA TO WRK-CEN-FS.
           IF FS-FOLHA EQUAL 00
               READ FOLHA
               PERFORM UNTIL FS-FOLHA NOT EQUAL 00
                   ADD 1                TO WRK-CEN-QTDE
                   ADD FOLHA-VALOR-PAGO TO WRK-CEN-HASH-VALOR
                   ADD FOLHA-CODIGO     TO WRK-CEN-HASH-CHAVE
                   ADD 1                TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1                TO WRK-CEN-MOV-QTDE
                       ADD FOLHA-VALOR-PAGO TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ FOLHA
               END-PERFORM
               CLOSE FOLHA
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================HISTORICO DE FRETE: SO RECEBE
      *===============================LINHAS NO FIM.
       0210-CENSO-FRETE     SECTION.
           MOVE 10 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT HISTFRETE.
           MOVE FS-HISTFRETE TO WRK-CEN-FS.
           IF FS-HISTFRETE EQUAL 00
               READ HISTFRETE
               PERFORM UNTIL FS-HISTFRETE NOT EQUAL 00
                   ADD 1                TO WRK-CEN-QTDE
                   ADD HF-VALOR-FINAL   TO WRK-CEN-HASH-VALOR
                   ADD HF-NUMERO-FATURA TO WRK-CEN-HASH-CHAVE
                   ADD 1                TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1              TO WRK-CEN-MOV-QTDE
                       ADD HF-VALOR-FINAL TO WRK-CEN-MOV-VALOR
                   END-IF
                   MOVE HF-DATA         TO WRK-DATA-LINHA
                   PERFORM 0196-GUARDA-ANO-MIN
                   READ HISTFRETE
               END-PERFORM
               CLOSE HISTFRETE

               PERFORM 0260-ANOS-ARQUIVADOS
               IF WRK-ANO-ARQ-INI NOT GREATER WRK-ANO-ARQ-FIM
                   PERFORM VARYING WRK-ANO-ARQ FROM WRK-ANO-ARQ-INI
                           BY 1 UNTIL WRK-ANO-ARQ GREATER
                                      WRK-ANO-ARQ-FIM
                       PERFORM 0263-SOMA-FRETE-ARQ
                   END-PERFORM
                   PERFORM 0264-RECONTA-FRETE
               END-IF
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================CREDITO DE LOJA: O SALDO TOTAL
      *===============================SO MUDA PELAS LINHAS NOVAS DO
      *===============================CREDLOJA.MOV (CONCESSAO SOMA, USO
      *===============================SUBTRAI).
       0211-CENSO-CREDLOJA  SECTION.
           MOVE 11 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT CREDLOJA.
           MOVE FS-CREDLOJA TO WRK-CEN-FS.
           IF FS-CREDLOJA EQUAL 00
               MOVE ZEROS TO CRD-ID-CLIENTE
               START CREDLOJA KEY IS NOT LESS CRD-ID-CLIENTE
               IF FS-CREDLOJA EQUAL 00
                   READ CREDLOJA NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CREDLOJA NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD CRD-SALDO      TO WRK-CEN-HASH-VALOR
                   ADD CRD-ID-CLIENTE TO WRK-CEN-HASH-CHAVE
                   READ CREDLOJA NEXT RECORD
               END-PERFORM
               CLOSE CREDLOJA
           END-IF.

           OPEN INPUT CREDMOV.
           IF FS-CREDMOV EQUAL 00
               MOVE 29 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               READ CREDMOV
               PERFORM UNTIL FS-CREDMOV NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       IF CRM-CONCESSAO
                           ADD CRM-VALOR TO WRK-CEN-MOV-VALOR
                       ELSE
                           SUBTRACT CRM-VALOR FROM WRK-CEN-MOV-VALOR
                       END-IF
                   END-IF
                   READ CREDMOV
               END-PERFORM
               CLOSE CREDMOV
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================FIDELIDADE: O SALDO DE PONTOS SO
      *===============================MUDA PELAS LINHAS NOVAS DO
      *===============================FIDELIDADE.MOV (GANHO SOMA;
      *===============================ESTORNO, RESGATE E EXPIRACAO
      *===============================SUBTRAEM).
       0212-CENSO-FIDELIDADE SECTION.
           MOVE 12 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT FIDELIDADE.
           MOVE FS-FIDELIDADE TO WRK-CEN-FS.
           IF FS-FIDELIDADE EQUAL 00
               MOVE ZEROS TO FDL-ID-CLIENTE
               START FIDELIDADE KEY IS NOT LESS FDL-ID-CLIENTE
               IF FS-FIDELIDADE EQUAL 00
                   READ FIDELIDADE NEXT RECORD
               END-IF
               PERFORM UNTIL FS-FIDELIDADE NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD FDL-SALDO      TO WRK-CEN-HASH-VALOR
                   ADD FDL-ID-CLIENTE TO WRK-CEN-HASH-CHAVE
                   READ FIDELIDADE NEXT RECORD
               END-PERFORM
               CLOSE FIDELIDADE
           END-IF.

           OPEN INPUT FIDMOV.
           IF FS-FIDMOV EQUAL 00
               MOVE 30 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               READ FIDMOV
               PERFORM UNTIL FS-FIDMOV NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       IF FDM-GANHO
                           ADD FDM-PONTOS TO WRK-CEN-MOV-VALOR
                       ELSE
                           SUBTRACT FDM-PONTOS FROM WRK-CEN-MOV-VALOR
                       END-IF
                   END-IF
                   READ FIDMOV
               END-PERFORM
               CLOSE FIDMOV
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================FORNECEDORES: SEM LOG; SO A
      *===============================PERDA DE REGISTROS E CONFERIDA.
       0213-CENSO-FORNECEDORES SECTION.
           MOVE 13 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT FORNECEDORES.
           MOVE FS-FORNECEDORES TO WRK-CEN-FS.
           IF FS-FORNECEDORES EQUAL 00
               MOVE ZEROS TO FORN-ID
               START FORNECEDORES KEY IS NOT LESS FORN-ID
               IF FS-FORNECEDORES EQUAL 00
                   READ FORNECEDORES NEXT RECORD
               END-IF
               PERFORM UNTIL FS-FORNECEDORES NOT EQUAL 00
                   ADD 1                  TO WRK-CEN-QTDE
                   ADD FORN-PRAZO-DIAS    TO WRK-CEN-HASH-VALOR
                   ADD FORN-ID            TO WRK-CEN-HASH-CHAVE
                   READ FORNECEDORES NEXT RECORD
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================TITULOS RECEBIDOS: SO RECEBE
      *===============================LINHAS NO FIM (INCLUSIVE O
      *===============================ESTORNO "E" DE CHEQUE DEVOLVIDO).
       0214-CENSO-CRECPAGOS SECTION.
           MOVE 14 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT CRECPAGOS.
           MOVE FS-CRECPAGOS TO WRK-CEN-FS.
           IF FS-CRECPAGOS EQUAL 00
               READ CRECPAGOS
               PERFORM UNTIL FS-CRECPAGOS NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD CRP-VALOR-PAGO TO WRK-CEN-HASH-VALOR
                   ADD CRP-TICKET     TO WRK-CEN-HASH-CHAVE
                   ADD 1              TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1              TO WRK-CEN-MOV-QTDE
                       ADD CRP-VALOR-PAGO TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ CRECPAGOS
               END-PERFORM
               CLOSE CRECPAGOS
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================ESTOQUE DAS FILIAIS: SO A PERDA
      *===============================DE REGISTROS E CONFERIDA.
       0215-CENSO-ESTLOJA   SECTION.
           MOVE 15 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT ESTLOJA.
           MOVE FS-ESTLOJA TO WRK-CEN-FS.
           IF FS-ESTLOJA EQUAL 00
               MOVE LOW-VALUES TO ELJ-CHAVE
               START ESTLOJA KEY IS NOT LESS ELJ-CHAVE
               IF FS-ESTLOJA EQUAL 00
                   READ ESTLOJA NEXT RECORD
               END-IF
               PERFORM UNTIL FS-ESTLOJA NOT EQUAL 00
                   ADD 1        TO WRK-CEN-QTDE
                   ADD ELJ-QTDE TO WRK-CEN-HASH-VALOR
                   ADD ELJ-LOJA TO WRK-CEN-HASH-CHAVE
                   READ ESTLOJA NEXT RECORD
               END-PERFORM
               CLOSE ESTLOJA
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================CHEQUES EM CUSTODIA: SO A PERDA
      *===============================DE REGISTROS E CONFERIDA.
       0216-CENSO-CHEQUES   SECTION.
           MOVE 16 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT CHEQUES.
           MOVE FS-CHEQUES TO WRK-CEN-FS.
           IF FS-CHEQUES EQUAL 00
               MOVE ZEROS TO CHQ-NUMERO
               START CHEQUES KEY IS NOT LESS CHQ-NUMERO
               IF FS-CHEQUES EQUAL 00
                   READ CHEQUES NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
                   ADD 1          TO WRK-CEN-QTDE
                   ADD CHQ-VALOR  TO WRK-CEN-HASH-VALOR
                   ADD CHQ-NUMERO TO WRK-CEN-HASH-CHAVE
                   READ CHEQUES NEXT RECORD
               END-PERFORM
               CLOSE CHEQUES
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================PEDIDOS DE COMPRA: SO A PERDA
      *===============================DE REGISTROS E CONFERIDA.
       0217-CENSO-PEDCOMP   SECTION.
           MOVE 17 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT PEDCOMP.
           MOVE FS-PEDCOMP TO WRK-CEN-FS.
           IF FS-PEDCOMP EQUAL 00
               MOVE ZEROS TO PO-NUMERO
               START PEDCOMP KEY IS NOT LESS PO-NUMERO
               IF FS-PEDCOMP EQUAL 00
                   READ PEDCOMP NEXT RECORD
               END-IF
               PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
                   ADD 1             TO WRK-CEN-QTDE
                   ADD PO-QTDE-ITENS TO WRK-CEN-HASH-VALOR
                   ADD PO-NUMERO     TO WRK-CEN-HASH-CHAVE
                   READ PEDCOMP NEXT RECORD
               END-PERFORM
               CLOSE PEDCOMP
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================REMESSAS EM CONSIGNACAO: SO A
      *===============================PERDA DE REGISTROS E CONFERIDA.
       0218-CENSO-CONSIG    SECTION.
           MOVE 18 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT CONSIG.
           MOVE FS-CONSIG TO WRK-CEN-FS.
           IF FS-CONSIG EQUAL 00
               MOVE ZEROS TO CSG-REMESSA CSG-ITEM
               START CONSIG KEY IS NOT LESS CSG-CHAVE
               IF FS-CONSIG EQUAL 00
                   READ CONSIG NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CONSIG NOT EQUAL 00
                   ADD 1                 TO WRK-CEN-QTDE
                   ADD CSG-QTDE-REMETIDA TO WRK-CEN-HASH-VALOR
                   ADD CSG-REMESSA       TO WRK-CEN-HASH-CHAVE
                   READ CONSIG NEXT RECORD
               END-PERFORM
               CLOSE CONSIG
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================ACERTOS DE CONSIGNACAO: SO A
      *===============================PERDA DE REGISTROS E CONFERIDA.
       0219-CENSO-CSGACERTO SECTION.
           MOVE 19 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT CSGACERTO.
           MOVE FS-CSGACERTO TO WRK-CEN-FS.
           IF FS-CSGACERTO EQUAL 00
               MOVE ZEROS TO ACR-NUMERO ACR-ITEM
               START CSGACERTO KEY IS NOT LESS ACR-CHAVE
               IF FS-CSGACERTO EQUAL 00
                   READ CSGACERTO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CSGACERTO NOT EQUAL 00
                   ADD 1                TO WRK-CEN-QTDE
                   ADD ACR-QTDE-VENDIDA TO WRK-CEN-HASH-VALOR
                   ADD ACR-NUMERO       TO WRK-CEN-HASH-CHAVE
                   READ CSGACERTO NEXT RECORD
               END-PERFORM
               CLOSE CSGACERTO
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================ATIVO IMOBILIZADO: BAIXA E VENDA
      *===============================SO MUDAM A SITUACAO; SO A PERDA
      *===============================DE REGISTROS E CONFERIDA.
       0220-CENSO-ATIVOS    SECTION.
           MOVE 20 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT ATIVOS.
           MOVE FS-ATIVOS TO WRK-CEN-FS.
           IF FS-ATIVOS EQUAL 00
               MOVE ZEROS TO AT-CODIGO
               START ATIVOS KEY IS NOT LESS AT-CODIGO
               IF FS-ATIVOS EQUAL 00
                   READ ATIVOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-ATIVOS NOT EQUAL 00
                   ADD 1                  TO WRK-CEN-QTDE
                   ADD AT-VALOR-AQUISICAO TO WRK-CEN-HASH-VALOR
                   ADD AT-CODIGO          TO WRK-CEN-HASH-CHAVE
                   READ ATIVOS NEXT RECORD
               END-PERFORM
               CLOSE ATIVOS
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================CONTRATOS DE FORNECIMENTO:
      *===============================ENCERRADO SO MUDA O STATUS; SO A
      *===============================PERDA DE REGISTROS E CONFERIDA.
       0221-CENSO-CONTRATOS SECTION.
           MOVE 21 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT CONTRATOS.
           MOVE FS-CONTRATOS TO WRK-CEN-FS.
           IF FS-CONTRATOS EQUAL 00
               MOVE ZEROS TO CTR-ID-CLIENTE
               START CONTRATOS KEY IS NOT LESS CTR-ID-CLIENTE
               IF FS-CONTRATOS EQUAL 00
                   READ CONTRATOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CONTRATOS NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD CTR-QTDE-ITENS TO WRK-CEN-HASH-VALOR
                   ADD CTR-ID-CLIENTE TO WRK-CEN-HASH-CHAVE
                   READ CONTRATOS NEXT RECORD
               END-PERFORM
               CLOSE CONTRATOS
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================PEDIDOS DE REEMBOLSO DE DESPESA:
      *===============================SO A PERDA DE REGISTROS E
      *===============================CONFERIDA.
       0222-CENSO-REEMBOLSO SECTION.
           MOVE 22 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT REEMBOLSO.
           MOVE FS-REEMBOLSO TO WRK-CEN-FS.
           IF FS-REEMBOLSO EQUAL 00
               MOVE ZEROS TO RD-FUNC-ID RD-NUMERO
               START REEMBOLSO KEY IS NOT LESS RD-CHAVE
               IF FS-REEMBOLSO EQUAL 00
                   READ REEMBOLSO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
                   ADD 1         TO WRK-CEN-QTDE
                   ADD RD-VALOR  TO WRK-CEN-HASH-VALOR
                   ADD RD-NUMERO TO WRK-CEN-HASH-CHAVE
                   READ REEMBOLSO NEXT RECORD
               END-PERFORM
               CLOSE REEMBOLSO
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================BORDEROS DE DESCONTO: O RETORNO
      *===============================DO BANCO SO MUDA O STATUS; SO A
      *===============================PERDA DE REGISTROS E CONFERIDA.
       0223-CENSO-BORDEROS  SECTION.
           MOVE 23 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.

           OPEN INPUT BORDEROS.
           MOVE FS-BORDEROS TO WRK-CEN-FS.
           IF FS-BORDEROS EQUAL 00
               READ BORDEROS
               PERFORM UNTIL FS-BORDEROS NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD BDR-VALOR-FACE TO WRK-CEN-HASH-VALOR
                   ADD BDR-NUMERO     TO WRK-CEN-HASH-CHAVE
                   READ BORDEROS
               END-PERFORM
               CLOSE BORDEROS
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================TITULOS BAIXADOS COMO PERDA: SO
      *===============================RECEBE LINHAS NO FIM.
       0224-CENSO-BAIXAPERDA SECTION.
           MOVE 24 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT BAIXAPERDA.
           MOVE FS-BAIXAPERDA TO WRK-CEN-FS.
           IF FS-BAIXAPERDA EQUAL 00
               READ BAIXAPERDA
               PERFORM UNTIL FS-BAIXAPERDA NOT EQUAL 00
                   ADD 1         TO WRK-CEN-QTDE
                   ADD BP-VALOR  TO WRK-CEN-HASH-VALOR
                   ADD BP-TICKET TO WRK-CEN-HASH-CHAVE
                   ADD 1         TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1        TO WRK-CEN-MOV-QTDE
                       ADD BP-VALOR TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ BAIXAPERDA
               END-PERFORM
               CLOSE BAIXAPERDA
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================TITULOS RENEGOCIADOS: SO RECEBE
      *===============================LINHAS NO FIM.
       0225-CENSO-RENEGTIT  SECTION.
           MOVE 25 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT RENEGTIT.
           MOVE FS-RENEGTIT TO WRK-CEN-FS.
           IF FS-RENEGTIT EQUAL 00
               READ RENEGTIT
               PERFORM UNTIL FS-RENEGTIT NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD RNT-VALOR-FACE TO WRK-CEN-HASH-VALOR
                   ADD RNT-ACORDO     TO WRK-CEN-HASH-CHAVE
                   ADD 1              TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1              TO WRK-CEN-MOV-QTDE
                       ADD RNT-VALOR-FACE TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ RENEGTIT
               END-PERFORM
               CLOSE RENEGTIT
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================AUDITORIA DE CLIENTES: SO RECEBE
      *===============================LINHAS NO FIM (A ANONIMIZACAO DO
      *===============================ARQ038 REGRAVA NO LUGAR, SEM
      *===============================MUDAR O LIMITE).
       0226-CENSO-AUDITCLI  SECTION.
           MOVE 26 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT AUDITCLI.
           MOVE FS-AUDITCLI TO WRK-CEN-FS.
           IF FS-AUDITCLI EQUAL 00
               READ AUDITCLI
               PERFORM UNTIL FS-AUDITCLI NOT EQUAL 00
                   ADD 1               TO WRK-CEN-QTDE
                   ADD AUD-LIMITE-CRED TO WRK-CEN-HASH-VALOR
                   ADD AUD-ID          TO WRK-CEN-HASH-CHAVE
                   ADD 1               TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1               TO WRK-CEN-MOV-QTDE
                       ADD AUD-LIMITE-CRED TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ AUDITCLI
               END-PERFORM
               CLOSE AUDITCLI
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================AUDITORIA DE FATURAS: SO RECEBE
      *===============================LINHAS NO FIM (SEM CAMPO DE
      *===============================VALOR).
       0227-CENSO-AUDITFAT  SECTION.
           MOVE 27 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE.

           OPEN INPUT AUDITFAT.
           MOVE FS-AUDITFAT TO WRK-CEN-FS.
           IF FS-AUDITFAT EQUAL 00
               READ AUDITFAT
               PERFORM UNTIL FS-AUDITFAT NOT EQUAL 00
                   ADD 1           TO WRK-CEN-QTDE
                   ADD AUDF-NUMERO TO WRK-CEN-HASH-CHAVE
                   ADD 1           TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1 TO WRK-CEN-MOV-QTDE
                   END-IF
                   READ AUDITFAT
               END-PERFORM
               CLOSE AUDITFAT
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================HISTORICO DE CARGOS: SO RECEBE
      *===============================LINHAS NO FIM.
       0228-CENSO-HISTCARGO SECTION.
           MOVE 28 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT HISTCARGO.
           MOVE FS-HISTCARGO TO WRK-CEN-FS.
           IF FS-HISTCARGO EQUAL 00
               READ HISTCARGO
               PERFORM UNTIL FS-HISTCARGO NOT EQUAL 00
                   ADD 1               TO WRK-CEN-QTDE
                   ADD HC-SALARIO-NOVO TO WRK-CEN-HASH-VALOR
                   ADD HC-FUNC-ID      TO WRK-CEN-HASH-CHAVE
                   ADD 1               TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1               TO WRK-CEN-MOV-QTDE
                       ADD HC-SALARIO-NOVO TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ HISTCARGO
               END-PERFORM
               CLOSE HISTCARGO
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================MOVIMENTO DO CREDITO DE LOJA: SO
      *===============================RECEBE LINHAS NO FIM.
       0229-CENSO-CREDMOV   SECTION.
           MOVE 29 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT CREDMOV.
           MOVE FS-CREDMOV TO WRK-CEN-FS.
           IF FS-CREDMOV EQUAL 00
               READ CREDMOV
               PERFORM UNTIL FS-CREDMOV NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD CRM-VALOR      TO WRK-CEN-HASH-VALOR
                   ADD CRM-ID-CLIENTE TO WRK-CEN-HASH-CHAVE
                   ADD 1              TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1         TO WRK-CEN-MOV-QTDE
                       ADD CRM-VALOR TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ CREDMOV
               END-PERFORM
               CLOSE CREDMOV
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================MOVIMENTO DA FIDELIDADE: SO
      *===============================RECEBE LINHAS NO FIM.
       0230-CENSO-FIDMOV    SECTION.
           MOVE 30 TO WRK-SUB-ARQ.
           PERFORM 0190-INICIA-ARQUIVO.
           MOVE "S" TO WRK-CEN-TEM-MOV-QTDE WRK-CEN-TEM-MOV-VALOR.

           OPEN INPUT FIDMOV.
           MOVE FS-FIDMOV TO WRK-CEN-FS.
           IF FS-FIDMOV EQUAL 00
               READ FIDMOV
               PERFORM UNTIL FS-FIDMOV NOT EQUAL 00
                   ADD 1              TO WRK-CEN-QTDE
                   ADD FDM-PONTOS     TO WRK-CEN-HASH-VALOR
                   ADD FDM-ID-CLIENTE TO WRK-CEN-HASH-CHAVE
                   ADD 1              TO WRK-POS-REG
                   IF WRK-POS-REG GREATER TCA-QTDE(WRK-SUB-ARQ)
                       ADD 1          TO WRK-CEN-MOV-QTDE
                       ADD FDM-PONTOS TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ FIDMOV
               END-PERFORM
               CLOSE FIDMOV
           END-IF.

           PERFORM 0800-AVALIA-ARQUIVO.

      *===============================MONTA TAB-BAIXA COM AS BAIXAS
      *===============================FEITAS DESDE O CENSO ANTERIOR DO
      *===============================CONTASREC: LINHAS NOVAS DE
      *===============================CONTASREC.PGO (MENOS O ESTORNO
      *==============================="E"), BAIXAPERDA.DAT,
      *===============================RENEGTIT.DAT E FATURA.AUD, MAIS
      *===============================OS TITULOS LIQUIDADOS NO BORDERO
      *===============================E OS CHEQUES DEVOLVIDOS A PARTIR
      *===============================DO DIA DO CENSO ANTERIOR (SO TEM
      *===============================DATA; UM DIA A MAIS SO SOBRA NA
      *===============================TABELA, NAO ESCONDE PERDA).
       0240-CARREGA-BAIXAS  SECTION.
           MOVE ZEROS TO WRK-QTDE-BAIXAS.
           MOVE "N"   TO WRK-TAB-BAIXAS-CHEIA.

           PERFORM 0241-BAIXAS-PAGOS.
           PERFORM 0242-BAIXAS-PERDA.
           PERFORM 0243-BAIXAS-RENEG.
           PERFORM 0244-BAIXAS-BORDERO.
           PERFORM 0245-BAIXAS-ESTORNO-FAT.
           PERFORM 0246-BAIXAS-CHEQUES.

           IF WRK-TAB-BAIXAS-CHEIA EQUAL "S"
               DISPLAY "MAIS DE " WRK-MAX-BAIXAS " BAIXAS DESDE O "
                       "CENSO ANTERIOR - TITULOS SEM BAIXA NAO "
                       "CONFERIDOS "
           END-IF.

       0241-BAIXAS-PAGOS    SECTION.
           OPEN INPUT CRECPAGOS.
           IF FS-CRECPAGOS EQUAL 00
               MOVE 14 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               MOVE "B" TO WRK-BX-TIPO
               READ CRECPAGOS
               PERFORM UNTIL FS-CRECPAGOS NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                           AND NOT CRP-ESTORNO-CHEQUE
                       MOVE CRP-ID-CLIENTE TO WRK-BX-CLIENTE
                       MOVE CRP-TICKET     TO WRK-BX-TICKET
                       MOVE CRP-PARCELA    TO WRK-BX-PARCELA
                       PERFORM 0249-INCLUI-BAIXA
                   END-IF
                   READ CRECPAGOS
               END-PERFORM
               CLOSE CRECPAGOS
           END-IF.

       0242-BAIXAS-PERDA    SECTION.
           OPEN INPUT BAIXAPERDA.
           IF FS-BAIXAPERDA EQUAL 00
               MOVE 24 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               MOVE "B" TO WRK-BX-TIPO
               READ BAIXAPERDA
               PERFORM UNTIL FS-BAIXAPERDA NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       MOVE BP-ID-CLIENTE TO WRK-BX-CLIENTE
                       MOVE BP-TICKET     TO WRK-BX-TICKET
                       MOVE BP-PARCELA    TO WRK-BX-PARCELA
                       PERFORM 0249-INCLUI-BAIXA
                   END-IF
                   READ BAIXAPERDA
               END-PERFORM
               CLOSE BAIXAPERDA
           END-IF.

       0243-BAIXAS-RENEG    SECTION.
           OPEN INPUT RENEGTIT.
           IF FS-RENEGTIT EQUAL 00
               MOVE 25 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               MOVE "B" TO WRK-BX-TIPO
               READ RENEGTIT
               PERFORM UNTIL FS-RENEGTIT NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       MOVE RNT-ID-CLIENTE TO WRK-BX-CLIENTE
                       MOVE RNT-TICKET     TO WRK-BX-TICKET
                       MOVE RNT-PARCELA    TO WRK-BX-PARCELA
                       PERFORM 0249-INCLUI-BAIXA
                   END-IF
                   READ RENEGTIT
               END-PERFORM
               CLOSE RENEGTIT
           END-IF.

       0244-BAIXAS-BORDERO  SECTION.
           OPEN INPUT BORDEROS.
           IF FS-BORDEROS EQUAL 00
               MOVE "B" TO WRK-BX-TIPO
               READ BORDEROS
               PERFORM UNTIL FS-BORDEROS NOT EQUAL 00
                   IF BDR-LIQUIDADO
                           AND BDR-DATA-STATUS NOT LESS WRK-DATA-CORTE
                       MOVE BDR-ID-CLIENTE TO WRK-BX-CLIENTE
                       MOVE BDR-TICKET     TO WRK-BX-TICKET
                       MOVE BDR-PARCELA    TO WRK-BX-PARCELA
                       PERFORM 0249-INCLUI-BAIXA
                   END-IF
                   READ BORDEROS
               END-PERFORM
               CLOSE BORDEROS
           END-IF.

      *===============================FATURA ESTORNADA NO ARQ018 TIRA
      *===============================TODOS OS TITULOS DO TICKET DELA
      *===============================(FT-TICKET, OU O PROPRIO NUMERO
      *===============================NAS FATURAS SEM TICKET - MESMA
      *===============================REGRA DO ARQ018).
       0245-BAIXAS-ESTORNO-FAT SECTION.
           MOVE "N" TO WRK-FATURAS-ABERTO.
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE "S" TO WRK-FATURAS-ABERTO
           END-IF.

           OPEN INPUT AUDITFAT.
           IF FS-AUDITFAT EQUAL 00
               MOVE 27 TO WRK-SUB-LOG
               PERFORM 0195-BASE-LOG
               MOVE "F"   TO WRK-BX-TIPO
               MOVE ZEROS TO WRK-BX-CLIENTE WRK-BX-PARCELA
               READ AUDITFAT
               PERFORM UNTIL FS-AUDITFAT NOT EQUAL 00
                   ADD 1 TO WRK-POS-LOG
                   IF WRK-POS-LOG GREATER WRK-POS-BASE
                       MOVE AUDF-NUMERO TO WRK-BX-TICKET
                       IF WRK-FATURAS-ABERTO EQUAL "S"
                           MOVE AUDF-NUMERO TO FT-NUMERO
                           READ FATURAS
                           IF FS-FATURAS EQUAL 00
                                   AND FT-TICKET NUMERIC
                                   AND FT-TICKET NOT EQUAL ZEROS
                               MOVE FT-TICKET TO WRK-BX-TICKET
                           END-IF
                       END-IF
                       PERFORM 0249-INCLUI-BAIXA
                   END-IF
                   READ AUDITFAT
               END-PERFORM
               CLOSE AUDITFAT
           END-IF.

           IF WRK-FATURAS-ABERTO EQUAL "S"
               CLOSE FATURAS
           END-IF.

      *===============================CHEQUE DEVOLVIDO COM O TITULO
      *===============================AINDA ABERTO SOMA A TARIFA NO
      *===============================CR-VALOR (CHEQ001); O REABERTO
      *===============================ENTRA COMO TITULO NOVO.
       0246-BAIXAS-CHEQUES  SECTION.
           OPEN INPUT CHEQUES.
           IF FS-CHEQUES EQUAL 00
               MOVE "V" TO WRK-BX-TIPO
               MOVE ZEROS TO CHQ-NUMERO
               START CHEQUES KEY IS NOT LESS CHQ-NUMERO
               IF FS-CHEQUES EQUAL 00
                   READ CHEQUES NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
                   IF CHQ-DEVOLVIDO
                           AND CHQ-REABERTO NOT EQUAL "S"
                           AND CHQ-DATA-STATUS NOT LESS WRK-DATA-CORTE
                       MOVE CHQ-ID-CLIENTE TO WRK-BX-CLIENTE
                       MOVE CHQ-TICKET     TO WRK-BX-TICKET
                       MOVE CHQ-PARCELA    TO WRK-BX-PARCELA
                       PERFORM 0249-INCLUI-BAIXA
                   END-IF
                   READ CHEQUES NEXT RECORD
               END-PERFORM
               CLOSE CHEQUES
           END-IF.

       0249-INCLUI-BAIXA    SECTION.
           IF WRK-QTDE-BAIXAS LESS WRK-MAX-BAIXAS
               ADD 1 TO WRK-QTDE-BAIXAS
               MOVE WRK-BX-TIPO  TO TBX-TIPO(WRK-QTDE-BAIXAS)
               MOVE WRK-BX-CHAVE TO TBX-CHAVE(WRK-QTDE-BAIXAS)
               MOVE "N"          TO TBX-USADA(WRK-QTDE-BAIXAS)
           ELSE
               MOVE "S" TO WRK-TAB-BAIXAS-CHEIA
           END-IF.

       0250-LE-RETRATO      SECTION.
           READ CRECCEN.
           IF FS-CRECCEN NOT EQUAL 00
               MOVE "S" TO WRK-FIM-RETRATO
           END-IF.

      *===============================TITULO DO RETRATO QUE NAO ESTA
      *===============================MAIS NO ARQUIVO: PROCURA UMA
      *===============================BAIXA AINDA NAO USADA DA MESMA
      *===============================CHAVE OU O ESTORNO DA FATURA DO
      *===============================TICKET.
       0251-TITULO-SAIU     SECTION.
           SUBTRACT 1         FROM WRK-CEN-MOV-QTDE.
           SUBTRACT CCN-VALOR FROM WRK-CEN-MOV-VALOR.

           MOVE "N" TO WRK-ACHOU-BAIXA.
           PERFORM VARYING WRK-SUB-BAIXA FROM 1 BY 1
                   UNTIL WRK-SUB-BAIXA GREATER WRK-QTDE-BAIXAS
                      OR WRK-ACHOU-BAIXA EQUAL "S"
               EVALUATE TBX-TIPO(WRK-SUB-BAIXA)
                   WHEN "B"
                       IF TBX-CHAVE(WRK-SUB-BAIXA) EQUAL CCN-CHAVE
                               AND TBX-USADA(WRK-SUB-BAIXA) EQUAL "N"
                           MOVE "S" TO TBX-USADA(WRK-SUB-BAIXA)
                           MOVE "S" TO WRK-ACHOU-BAIXA
                       END-IF
                   WHEN "F"
                       IF TBX-TICKET(WRK-SUB-BAIXA) EQUAL CCN-TICKET
                           MOVE "S" TO WRK-ACHOU-BAIXA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF WRK-ACHOU-BAIXA NOT EQUAL "S"
                   AND WRK-TAB-BAIXAS-CHEIA NOT EQUAL "S"
               ADD 1 TO WRK-CEN-QTDE-SEM-JUST
           END-IF.

      *===============================TITULO QUE FICOU MAS MUDOU DE
      *===============================VALOR: SO A TARIFA DE CHEQUE
      *===============================DEVOLVIDO JUSTIFICA.
       0252-VALOR-MUDOU     SECTION.
           COMPUTE WRK-CEN-MOV-VALOR = WRK-CEN-MOV-VALOR
                                     + CR-VALOR - CCN-VALOR.

           MOVE "N" TO WRK-ACHOU-BAIXA.
           PERFORM VARYING WRK-SUB-BAIXA FROM 1 BY 1
                   UNTIL WRK-SUB-BAIXA GREATER WRK-QTDE-BAIXAS
                      OR WRK-ACHOU-BAIXA EQUAL "S"
               IF TBX-TIPO(WRK-SUB-BAIXA) EQUAL "V"
                       AND TBX-CHAVE(WRK-SUB-BAIXA) EQUAL CCN-CHAVE
                       AND TBX-USADA(WRK-SUB-BAIXA) EQUAL "N"
                   MOVE "S" TO TBX-USADA(WRK-SUB-BAIXA)
                   MOVE "S" TO WRK-ACHOU-BAIXA
               END-IF
           END-PERFORM.

           IF WRK-ACHOU-BAIXA NOT EQUAL "S"
                   AND WRK-TAB-BAIXAS-CHEIA NOT EQUAL "S"
               ADD 1 TO WRK-CEN-QTDE-SEM-JUST
           END-IF.

      *===============================O RETRATO DE HOJE PASSA A SER O
      *===============================DO PROXIMO CENSO (MESMO ESQUEMA
      *===============================DE COPIA DO CONTASREC.TMP).
       0255-GRAVA-RETRATO   SECTION.
           OPEN INPUT CRECCNV.
           OPEN OUTPUT CRECCEN.

           READ CRECCNV.
           PERFORM UNTIL FS-CRECCNV NOT EQUAL 00
               MOVE REG-CRECCNV TO REG-CRECCEN
               WRITE REG-CRECCEN
               READ CRECCNV
           END-PERFORM.

           CLOSE CRECCNV.
           CLOSE CRECCEN.

      *===============================O ARQ027 TIRA DO ARQUIVO ATIVO O
      *===============================ANO FECHADO E REGRAVA O RESTO NA
      *===============================MESMA ORDEM. ANO QUE ERA O MENOR
      *===============================NO CENSO ANTERIOR E NAO ESTA MAIS
      *===============================NO ARQUIVO FOI FECHADO: A FAIXA
      *===============================VAI DE TCA-ANO-MIN ATE O ANO
      *===============================ANTES DO MENOR DE AGORA (ATE O
      *===============================ANO CORRENTE SE O ARQUIVO FICOU
      *===============================VAZIO). FAIXA VAZIA: INI > FIM.
       0260-ANOS-ARQUIVADOS SECTION.
           MOVE 1     TO WRK-ANO-ARQ-INI.
           MOVE ZEROS TO WRK-ANO-ARQ-FIM.
           IF TCA-ANO-MIN(WRK-SUB-ARQ) GREATER ZEROS
               IF WRK-CEN-ANO-MIN EQUAL ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-LINHA
                   MOVE WRK-ANO-LINHA TO WRK-ANO-ARQ-FIM
                   MOVE TCA-ANO-MIN(WRK-SUB-ARQ) TO WRK-ANO-ARQ-INI
               ELSE
                   IF WRK-CEN-ANO-MIN GREATER
                           TCA-ANO-MIN(WRK-SUB-ARQ)
                       MOVE TCA-ANO-MIN(WRK-SUB-ARQ)
                         TO WRK-ANO-ARQ-INI
                       COMPUTE WRK-ANO-ARQ-FIM = WRK-CEN-ANO-MIN - 1
                   END-IF
               END-IF
           END-IF.

       0261-SOMA-VENDAS-ARQ SECTION.
           MOVE WRK-ANO-ARQ TO WRK-NAV-ANO.
           OPEN INPUT VENDASARQ.
           IF FS-VENDASARQ EQUAL 00
               READ VENDASARQ
               PERFORM UNTIL FS-VENDASARQ NOT EQUAL 00
                   ADD 1         TO WRK-ARQ-QTDE
                   ADD VAQ-VALOR TO WRK-ARQ-VALOR
                   READ VENDASARQ
               END-PERFORM
               CLOSE VENDASARQ
           END-IF.

      *===============================DEPOIS DO ARQUIVAMENTO AS LINHAS
      *===============================QUE FICARAM DO CENSO ANTERIOR SAO
      *===============================AS PRIMEIRAS (QUANTIDADE ANTERIOR
      *===============================MENOS AS ARQUIVADAS); O QUE VEM
      *===============================DEPOIS E NOVO. O MOVIMENTO FICA
      *===============================LIQUIDO: LINHAS NOVAS MENOS AS
      *===============================ARQUIVADAS - SEM ARQUIVO MORTO, A
      *===============================PERDA CONTINUA SENDO ALERTA.
       0262-RECONTA-VENDAS  SECTION.
           PERFORM 0265-BASE-ARQUIVADO.

           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL 00
               READ VENDAS
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   ADD 1 TO WRK-POS-REG
                   IF WRK-POS-REG GREATER WRK-POS-BASE
                       ADD 1         TO WRK-CEN-MOV-QTDE
                       ADD VND-VALOR TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ VENDAS
               END-PERFORM
               CLOSE VENDAS
           END-IF.

           SUBTRACT WRK-ARQ-QTDE  FROM WRK-CEN-MOV-QTDE.
           SUBTRACT WRK-ARQ-VALOR FROM WRK-CEN-MOV-VALOR.

       0263-SOMA-FRETE-ARQ  SECTION.
           MOVE WRK-ANO-ARQ TO WRK-NAF-ANO.
           OPEN INPUT FRETEARQ.
           IF FS-FRETEARQ EQUAL 00
               READ FRETEARQ
               PERFORM UNTIL FS-FRETEARQ NOT EQUAL 00
                   ADD 1               TO WRK-ARQ-QTDE
                   ADD FAQ-VALOR-FINAL TO WRK-ARQ-VALOR
                   READ FRETEARQ
               END-PERFORM
               CLOSE FRETEARQ
           END-IF.

       0264-RECONTA-FRETE   SECTION.
           PERFORM 0265-BASE-ARQUIVADO.

           OPEN INPUT HISTFRETE.
           IF FS-HISTFRETE EQUAL 00
               READ HISTFRETE
               PERFORM UNTIL FS-HISTFRETE NOT EQUAL 00
                   ADD 1 TO WRK-POS-REG
                   IF WRK-POS-REG GREATER WRK-POS-BASE
                       ADD 1              TO WRK-CEN-MOV-QTDE
                       ADD HF-VALOR-FINAL TO WRK-CEN-MOV-VALOR
                   END-IF
                   READ HISTFRETE
               END-PERFORM
               CLOSE HISTFRETE
           END-IF.

           SUBTRACT WRK-ARQ-QTDE  FROM WRK-CEN-MOV-QTDE.
           SUBTRACT WRK-ARQ-VALOR FROM WRK-CEN-MOV-VALOR.

       0265-BASE-ARQUIVADO  SECTION.
           IF WRK-ARQ-QTDE LESS TCA-QTDE(WRK-SUB-ARQ)
               COMPUTE WRK-POS-BASE = TCA-QTDE(WRK-SUB-ARQ)
                                    - WRK-ARQ-QTDE
           ELSE
               MOVE ZEROS TO WRK-POS-BASE
           END-IF.
           MOVE ZEROS TO WRK-POS-REG WRK-CEN-MOV-QTDE
                         WRK-CEN-MOV-VALOR.

      *===============================COMPARA COM O CENSO ANTERIOR.
      *===============================COM LINHA DE AUDITORIA NO
      *===============================PERIODO A DIFERENCA FICA COMO
      *===============================INFORMACAO, SEM ALERTA.
       0800-AVALIA-ARQUIVO  SECTION.
           MOVE "N"  TO WRK-CEN-ALERTA.
           MOVE "OK" TO WRK-CEN-SITUACAO.
           COMPUTE WRK-QTDE-ESPERADA = TCA-QTDE(WRK-SUB-ARQ)
                                     + WRK-CEN-MOV-QTDE.
           COMPUTE WRK-VALOR-ESPERADO = TCA-HASH-VALOR(WRK-SUB-ARQ)
                                      + WRK-CEN-MOV-VALOR.

           EVALUATE TRUE
               WHEN TCA-TEM(WRK-SUB-ARQ) NOT EQUAL "S"
                   MOVE "PRIMEIRO CENSO" TO WRK-CEN-SITUACAO
               WHEN WRK-CEN-FS NOT EQUAL 00
                   IF TCA-QTDE(WRK-SUB-ARQ) GREATER ZEROS
                       MOVE "S" TO WRK-CEN-ALERTA
                       MOVE "ARQUIVO NAO ABRIU" TO WRK-CEN-SITUACAO
                   ELSE
                       MOVE "ARQUIVO AUSENTE" TO WRK-CEN-SITUACAO
                   END-IF
               WHEN WRK-CEN-SEM-BASE EQUAL "S"
                   MOVE "SEM CENSO ANTERIOR DO LOG"
                     TO WRK-CEN-SITUACAO
               WHEN WRK-CEN-QTDE-SEM-JUST GREATER ZEROS
                   MOVE "S" TO WRK-CEN-ALERTA
                   MOVE WRK-CEN-QTDE-SEM-JUST TO WRK-LSJ-QTDE
                   MOVE WRK-SITUACAO-SEM-JUST TO WRK-CEN-SITUACAO
               WHEN WRK-CEN-TEM-MOV-QTDE EQUAL "S"
                       AND WRK-CEN-QTDE NOT EQUAL WRK-QTDE-ESPERADA
                   PERFORM 0810-DIFERENCA-QTDE
               WHEN WRK-CEN-TEM-MOV-QTDE NOT EQUAL "S"
                       AND WRK-CEN-QTDE LESS TCA-QTDE(WRK-SUB-ARQ)
                   PERFORM 0810-DIFERENCA-QTDE
               WHEN WRK-CEN-TEM-MOV-VALOR EQUAL "S"
                       AND WRK-CEN-HASH-VALOR NOT EQUAL
                           WRK-VALOR-ESPERADO
                   IF WRK-CEN-QTDE-LOG GREATER ZEROS
                       MOVE "TOTAL AJUSTADO - VER AUDITORIA"
                         TO WRK-CEN-SITUACAO
                   ELSE
                       MOVE "S" TO WRK-CEN-ALERTA
                       MOVE "TOTAL NAO BATE COM O MOVIMENTO"
                         TO WRK-CEN-SITUACAO
                   END-IF
               WHEN WRK-CEN-TEM-LOG EQUAL "S"
                       AND (WRK-CEN-HASH-VALOR NOT EQUAL
                               TCA-HASH-VALOR(WRK-SUB-ARQ)
                            OR WRK-CEN-HASH-CHAVE NOT EQUAL
                               TCA-HASH-CHAVE(WRK-SUB-ARQ))
                   IF WRK-CEN-QTDE-LOG GREATER ZEROS
                       MOVE "ALTERADO - CONFERE C/ AUDITORIA"
                         TO WRK-CEN-SITUACAO
                   ELSE
                       MOVE "S" TO WRK-CEN-ALERTA
                       MOVE "TOTAL MUDOU SEM MOVIMENTO"
                         TO WRK-CEN-SITUACAO
                   END-IF
               WHEN WRK-ARQ-QTDE GREATER ZEROS
                   MOVE WRK-ARQ-QTDE TO WRK-LSA-QTDE
                   MOVE WRK-SITUACAO-ARQUIVADO TO WRK-CEN-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0900-GRAVA-CENSO.

       0810-DIFERENCA-QTDE  SECTION.
           IF WRK-CEN-QTDE-LOG GREATER ZEROS
               MOVE "QTDE AJUSTADA - VER AUDITORIA" TO WRK-CEN-SITUACAO
           ELSE
               MOVE "S" TO WRK-CEN-ALERTA
               IF WRK-CEN-QTDE LESS WRK-QTDE-ESPERADA
                   MOVE "PERDEU REGISTROS" TO WRK-CEN-SITUACAO
               ELSE
                   MOVE "QTDE NAO BATE COM O MOVIMENTO"
                     TO WRK-CEN-SITUACAO
               END-IF
           END-IF.

       0900-GRAVA-CENSO     SECTION.
           MOVE WRK-DATA-HOJE              TO CEN-DATA.
           MOVE WRK-HORA-AGORA             TO CEN-HORA.
           MOVE TAB-NOME-CENSO(WRK-SUB-ARQ) TO CEN-ARQUIVO.
           MOVE WRK-CEN-FS                 TO CEN-FS.
           MOVE WRK-CEN-QTDE               TO CEN-QTDE.
           MOVE WRK-CEN-HASH-VALOR         TO CEN-HASH-VALOR.
           MOVE WRK-CEN-HASH-CHAVE         TO CEN-HASH-CHAVE.
           MOVE WRK-CEN-MOV-QTDE           TO CEN-MOV-QTDE.
           MOVE WRK-CEN-MOV-VALOR          TO CEN-MOV-VALOR.
           MOVE WRK-CEN-QTDE-LOG           TO CEN-QTDE-LOG.
           MOVE WRK-CEN-SITUACAO           TO CEN-SITUACAO.
           MOVE WRK-CEN-ALERTA             TO CEN-ALERTA.
           MOVE WRK-CEN-CHAVE-MAX          TO CEN-CHAVE-MAX.
           MOVE WRK-CEN-QTDE-SEM-JUST      TO CEN-QTDE-SEM-JUST.
           MOVE WRK-CEN-ANO-MIN            TO CEN-ANO-MIN.
           WRITE REG-CENSO.

           IF WRK-CEN-ALERTA EQUAL "S"
               ADD 1 TO WRK-TOTAL-ALERTAS
               MOVE "*** " TO WRK-LD-MARCA
               DISPLAY "*** CENSO: " CEN-ARQUIVO " " WRK-CEN-SITUACAO
           ELSE
               MOVE SPACES TO WRK-LD-MARCA
           END-IF.
           MOVE CEN-ARQUIVO                TO WRK-LD-ARQUIVO.
           MOVE WRK-CEN-FS                 TO WRK-LD-FS.
           MOVE WRK-CEN-QTDE               TO WRK-LD-QTDE.
           MOVE TCA-QTDE(WRK-SUB-ARQ)      TO WRK-LD-QTDE-ANT.
           MOVE WRK-CEN-HASH-VALOR         TO WRK-LD-VALOR.
           MOVE WRK-CEN-QTDE-LOG           TO WRK-LD-LOG.
           MOVE WRK-CEN-SITUACAO           TO WRK-LD-SITUACAO.
           IF WRK-CEN-TEM-MOV-QTDE EQUAL "S"
               MOVE WRK-QTDE-ESPERADA      TO WRK-LD-QTDE-ESP
           ELSE
               MOVE TCA-QTDE(WRK-SUB-ARQ)  TO WRK-LD-QTDE-ESP
           END-IF.
           IF WRK-CEN-TEM-MOV-VALOR EQUAL "S"
               MOVE WRK-VALOR-ESPERADO     TO WRK-LD-VALOR-ESP
           ELSE
               MOVE TCA-HASH-VALOR(WRK-SUB-ARQ) TO WRK-LD-VALOR-ESP
           END-IF.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
       END PROGRAM CENSO001.
