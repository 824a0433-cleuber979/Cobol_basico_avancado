      *==MESMAS COPYS FATBAIXAWS/FATBAIXAPD DE FATURA001 - ATE AQUI A
      *==RODADA MENSAL DEIXAVA ESTQ-QTDE INFLADO E GARANTIAS.DAT VAZIO
      *==DATA:02/09/2026
      *==FATURA GRAVADA EM FATURAS.DAT JA SAI COM A SITUACAO DE NF-E
      *==PENDENTE (FT-NFE-SITUACAO EM BRANCO), PARA A EXPORTACAO NFE001
      *==A RECONHECER COMO AINDA NAO TRANSMITIDA
      *==DATA:15/10/2026
      *==GRAVA VND-PARCELAS ZERADO (CAMPO NOVO DO VENDAREG)
      *==DATA:15/10/2026
      *==TITULO NOVO EM CONTASREC.DAT GRAVADO COM CR-SITUACAO EM BRANCO
      *==(EM CARTEIRA)
      *==DATA:15/10/2026
      *==CAMPOS DE ENTREGA/ROMANEIO DA FATURA GRAVADOS ZERADOS: A
      *==FATURA DE CONTRATO NAO E ENTREGUE EM VEICULO PROPRIO E NAO
      *==ENTRA NO ROMANEIO DE ROTA (ROTA001)
      *==DATA:15/10/2026
      *==FATURA DE CONTRATO GRAVADA COM FT-SINISTRO ZERADO (NAO E
      *==REPOSICAO DE SINISTRO DE TRANSPORTE)
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE "V"                        TO VND-TIPO-TRANS
               MOVE ZEROS                      TO VND-TICKET-REF
               MOVE ZEROS                      TO VND-VENDEDOR
               MOVE ZEROS                      TO VND-PARCELAS
               WRITE REG-VENDA
           END-PERFORM.

                   UNTIL WRK-SUB-IT GREATER CTR-QTDE-ITENS
               MOVE CTR-IT-PRODUTO(WRK-SUB-IT)
                 TO TIB-PRODUTO(WRK-SUB-IT)
               MOVE SPACES TO TIB-SERIE(WRK-SUB-IT)
           END-PERFORM.
           MOVE WRK-TICKET-FATURA TO WRK-BX-TICKET.
           MOVE CTR-ID-CLIENTE    TO WRK-BX-ID-CLIENTE.
           MOVE "A"                TO FT-STATUS.
           MOVE WRK-TICKET-FATURA  TO FT-TICKET.
           MOVE CTR-QTDE-ITENS     TO FT-QTDE-ITENS.
           MOVE SPACES             TO FT-NFE-SITUACAO.
           MOVE ZEROS              TO FT-NFE-DATA.
           MOVE SPACES             TO FT-NFE-CHAVE.
           MOVE ZEROS              TO FT-CEP.
           MOVE SPACES             TO FT-ENTREGA.
           MOVE ZEROS              TO FT-DATA-ENTREGA.
           MOVE ZEROS              TO FT-MANIFESTO.
           MOVE ZEROS              TO FT-DATA-MANIFESTO.
           MOVE ZEROS              TO FT-SINISTRO.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER CTR-QTDE-ITENS
           MOVE WRK-DATA-VENC      TO CR-DATA-VENC.
           MOVE 1                  TO CR-PARCELA.
           MOVE 1                  TO CR-QTDE-PARCELAS.
           MOVE SPACES             TO CR-SITUACAO.
           WRITE REG-CONTAREC.

           CLOSE CONTASREC.
