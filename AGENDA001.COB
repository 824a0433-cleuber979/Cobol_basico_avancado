      *          RELATORIO IMPRIME EM AGENDA.LST O QUE RODOU, O QUE
      *          FALHOU E O QUE FOI PULADO E POR QUE.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==CADEIA PADRAO GANHA O JOB 07 (ESTQ008, DIARIO): LIBERA AS
      *==RESERVAS DE ESTOQUE DE ORCAMENTO VENCIDO E IMPRIME O RESERVADO
      *==X LIVRE POR PRODUTO EM RESERVAS.LST
      *==DATA:15/10/2026
      *==CADEIA PADRAO GANHA O JOB 08 (FIDEL001, DIARIO): APURA OS
      *==PONTOS DE FIDELIDADE DAS VENDAS E DEVOLUCOES NOVAS E EXPIRA OS
      *==VENCIDOS
      *==DATA:15/10/2026
      *==CADEIA PADRAO GANHA O JOB 09 (CENSO001, DIARIO, O ULTIMO):
      *==CONTA E TOTALIZA OS ARQUIVOS DE PRODUCAO E ALERTA PERDA DE
      *==REGISTROS OU TOTAL ALTERADO SEM MOVIMENTO EM CENSO.LST
      *==DATA:15/10/2026
      *==CADEIA PADRAO GANHA O JOB 10 (VENDRES001, DIARIO, GRAVADO ANTES
      *==DO FECHAMES): ACUMULA AS VENDAS NOVAS NO RESUMO DIARIO
      *==VENDRESUMO.DAT LIDO PELOS RELATORIOS DE VENDA
      *==DATA:15/10/2026
      *==CADEIA PADRAO GANHA O JOB 11 (ANOM001, DIARIO, DEPOIS DO
      *==VENDRES001): COMPARA O DIA DE CADA LOJA COM O MESMO DIA DA
      *==SEMANA DAS ULTIMAS SEMANAS E LISTA EM ANOMALIA.LST
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE 03       TO JOB-PREDECESSOR
               WRITE REG-JOBSTAB

      *===============================RESUMO DIARIO DE VENDAS: TODO
      *===============================DIA, GRAVADO ANTES DO FECHAMES
      *===============================PARA O FECHAMENTO DO DIA 01 JA
      *===============================LER O MES INTEIRO NO RESUMO.
               MOVE 10           TO JOB-SEQ
               MOVE "VENDRES001" TO JOB-PROGRAMA
               MOVE "D"          TO JOB-REGRA
               MOVE ZEROS        TO JOB-DIA
               MOVE ZEROS        TO JOB-PREDECESSOR
               WRITE REG-JOBSTAB

      *===============================VENDA FORA DO NORMAL: TODO DIA,
      *===============================DEPOIS DO RESUMO DIARIO.
               MOVE 11           TO JOB-SEQ
               MOVE "ANOM001"    TO JOB-PROGRAMA
               MOVE "D"          TO JOB-REGRA
               MOVE ZEROS        TO JOB-DIA
               MOVE 10           TO JOB-PREDECESSOR
               WRITE REG-JOBSTAB

               MOVE 05         TO JOB-SEQ
               MOVE "FECHAMES" TO JOB-PROGRAMA
               MOVE "M"        TO JOB-REGRA
               MOVE 04          TO JOB-PREDECESSOR
               WRITE REG-JOBSTAB

      *===============================RESERVAS DE ESTOQUE: LIBERA AS
      *===============================DE ORCAMENTO VENCIDO E IMPRIME O
      *===============================RESERVADO X LIVRE, TODO DIA,
      *===============================ANTES DA ABERTURA DO CAIXA.
               MOVE 07          TO JOB-SEQ
               MOVE "ESTQ008"   TO JOB-PROGRAMA
               MOVE "D"         TO JOB-REGRA
               MOVE ZEROS       TO JOB-DIA
               MOVE ZEROS       TO JOB-PREDECESSOR
               WRITE REG-JOBSTAB

      *===============================PONTOS DE FIDELIDADE: CREDITA E
      *===============================ESTORNA AS VENDAS DO DIA E EXPIRA
      *===============================OS VENCIDOS, TODO DIA, PARA O
      *===============================SALDO ESTAR PRONTO NA ABERTURA.
               MOVE 08          TO JOB-SEQ
               MOVE "FIDEL001"  TO JOB-PROGRAMA
               MOVE "D"         TO JOB-REGRA
               MOVE ZEROS       TO JOB-DIA
               MOVE ZEROS       TO JOB-PREDECESSOR
               WRITE REG-JOBSTAB

      *===============================CENSO DOS ARQUIVOS: O ULTIMO DA
      *===============================NOITE, TODO DIA E SEM
      *===============================PREDECESSOR (MESMO COM A CADEIA
      *===============================FALHANDO O CENSO TEM QUE RODAR).
               MOVE 09          TO JOB-SEQ
               MOVE "CENSO001"  TO JOB-PROGRAMA
               MOVE "D"         TO JOB-REGRA
               MOVE ZEROS       TO JOB-DIA
               MOVE ZEROS       TO JOB-PREDECESSOR
               WRITE REG-JOBSTAB

               CLOSE JOBSTAB
           END-IF.

