      *==CADASTRO PASSA A PEDIR E GRAVAR O DEPARTAMENTO (FUNC-DEPTO),
      *==USADO PELO RELATORIO DE EFETIVO/CUSTO POR DEPARTAMENTO
      *==DATA:22/08/2024
      *==DEPENDENTES DO FUNCIONARIO (DEPENDENTES.DAT: NOME, PARENTESCO,
      *==NASCIMENTO, DEDUCAO NO IRRF E SALARIO-FAMILIA) PASSAM A SER
      *==MANTIDOS AQUI; ID JA CADASTRADO VAI DIRETO PARA OS DEPENDENTES
      *==DATA:15/10/2026
      *==CARGO E DEPARTAMENTO PASSAM A VIR DO CADASTRO DE CARGOS
      *==(CARGOS.DAT, CODIGO + NIVEL DA FAIXA); SALARIO FORA DA FAIXA DO
      *==NIVEL SO COM PIN DE SUPERVISOR; ID JA CADASTRADO PODE SER
      *==MOVIMENTADO (PROMOCAO/TRANSFERENCIA/NIVEL/SALARIO) E TODA
      *==MOVIMENTACAO VAI PARA O HISTORICO DE CARREIRA (HISTCARGO.DAT)
      *==DATA:15/10/2026
      *==CARGOS.DAT E CONTROLADO POR INDICADOR DE ABERTURA: CARGO NAO
      *==CADASTRADO NAO IMPEDE MAIS AS CONSULTAS SEGUINTES NEM O CLOSE.
      *==DATA:15/10/2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCIONARIOS.
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           SELECT CARGOS ASSIGN TO "CARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-CODIGO
           FILE STATUS IS FS-CARGOS.

           SELECT HISTCARGO ASSIGN TO "HISTCARGO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTCARGO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  DEPENDENTES.
           COPY DEPENDREG.

       FD  CARGOS.
           COPY CARGOREG.

       FD  HISTCARGO.
           COPY HISTCARGOREG.

       WORKING-STORAGE SECTION.
           COPY PINWS.
       77  FS-CARGOS          PIC 9(02) VALUE ZEROS.
       77  FS-HISTCARGO       PIC 9(02) VALUE ZEROS.
       77  WRK-CARGOS-ABERTO  PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  WRK-CARGO-OK       PIC X(01) VALUE "N".
       77  WRK-FAIXA-OK       PIC X(01) VALUE "N".
       77  WRK-MOVIMENTAR     PIC X(01) VALUE "N".
       77  WRK-TIPO-MOV       PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO-MOV     PIC X(30) VALUE SPACES.
       77  WRK-USUARIO-LIB    PIC X(08) VALUE SPACES.
       77  WRK-FUNC-CARGO-COD PIC X(04) VALUE SPACES.
       77  WRK-FUNC-NIVEL     PIC 9(01) VALUE ZEROS.
       77  WRK-FUNC-ADMISSAO  PIC 9(08) VALUE ZEROS.
       77  WRK-ANT-CARGO-COD  PIC X(04) VALUE SPACES.
       77  WRK-ANT-NIVEL      PIC 9(01) VALUE ZEROS.
       77  WRK-ANT-DEPTO      PIC X(15) VALUE SPACES.
       77  WRK-ANT-SALARIO    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SAL-MIN-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SAL-MAX-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  FS-FUNCIONARIOS    PIC 9(02) VALUE ZEROS.
       77  FS-DEPENDENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-FUNC-OK        PIC X(01) VALUE "N".
       77  WRK-MANTER-DEP     PIC X(01) VALUE "N".
       77  WRK-OPCAO-DEP      PIC 9(01) VALUE ZEROS.
       77  WRK-DEP-SEQ        PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-DEP       PIC 9(02) VALUE ZEROS.
       77  WRK-CONTINUAR      PIC X(01) VALUE "S".
       77  WRK-FUNC-ID        PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-NOME      PIC X(20) VALUE SPACES.
               MOVE "N" TO WRK-CONTINUAR
           END-IF.

           OPEN I-O DEPENDENTES.
           IF FS-DEPENDENTES EQUAL 35
               OPEN OUTPUT DEPENDENTES
               CLOSE DEPENDENTES
               OPEN I-O DEPENDENTES
           END-IF.

           OPEN INPUT CARGOS.
           IF FS-CARGOS EQUAL 00
               MOVE "S" TO WRK-CARGOS-ABERTO
           ELSE
               MOVE "N" TO WRK-CARGOS-ABERTO
               DISPLAY "CARGOS.DAT NAO ABERTO - CADASTRE OS CARGOS NO "
                       "CARGO001 ANTES DE ADMITIR "
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0200-PROCESSAR         SECTION.
           DISPLAY "DIGITE O ID DO FUNCIONARIO (9999 PARA SAIR) "
           ACCEPT WRK-FUNC-ID.
           IF WRK-FUNC-ID EQUAL 9999
               MOVE "N" TO WRK-CONTINUAR
           ELSE
               MOVE "N" TO WRK-FUNC-OK
               MOVE WRK-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                   INVALID KEY
                       PERFORM 0210-CADASTRA-FUNCIONARIO
                   NOT INVALID KEY
                       MOVE "S" TO WRK-FUNC-OK
                       DISPLAY "ID " FUNC-ID " JA CADASTRADO - "
                               FUNC-NOME
                       IF NOT FUNC-DESLIGADO
                           DISPLAY "MOVIMENTAR CARGO/NIVEL/SALARIO "
                                   "(S/N) "
                           ACCEPT WRK-MOVIMENTAR
                           IF WRK-MOVIMENTAR EQUAL "S"
                               PERFORM 0220-MOVIMENTA-FUNCIONARIO
                           END-IF
                       END-IF
               END-READ

               IF WRK-FUNC-OK EQUAL "S"
                   DISPLAY "MANTER DEPENDENTES DO FUNCIONARIO (S/N) "
                   ACCEPT WRK-MANTER-DEP
                   IF WRK-MANTER-DEP EQUAL "S"
                       MOVE ZEROS TO WRK-OPCAO-DEP
                       PERFORM 0400-MENU-DEPENDENTES
                           UNTIL WRK-OPCAO-DEP EQUAL 9
                   END-IF
               END-IF
           END-IF.

      *===============================CARGO E DEPARTAMENTO VEM DO
      *===============================CADASTRO DE CARGOS; SALARIO FORA
      *===============================DA FAIXA DO NIVEL SO COM PIN DE
      *===============================SUPERVISOR.
       0210-CADASTRA-FUNCIONARIO SECTION.
           DISPLAY "DIGITE O NOME "
           ACCEPT WRK-FUNC-NOME
           DISPLAY "DIGITE O CODIGO DO CARGO "
           ACCEPT WRK-FUNC-CARGO-COD
           PERFORM 0250-ESCOLHE-CARGO

           IF WRK-CARGO-OK EQUAL "S"
               DISPLAY "DIGITE O SALARIO "
               ACCEPT WRK-FUNC-SALARIO
               PERFORM 0260-VALIDA-FAIXA
           END-IF

           IF WRK-CARGO-OK EQUAL "S" AND WRK-FAIXA-OK EQUAL "S"
               DISPLAY "DATA DE ADMISSAO (AAAAMMDD, ZERO = HOJE) "
               ACCEPT WRK-FUNC-ADMISSAO
               IF WRK-FUNC-ADMISSAO EQUAL ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-FUNC-ADMISSAO
               END-IF

               INITIALIZE REG-FUNCIONARIOS
               MOVE WRK-FUNC-ID      TO FUNC-ID
               MOVE WRK-FUNC-NOME    TO FUNC-NOME
               MOVE CG-TITULO        TO FUNC-CARGO
               MOVE WRK-FUNC-SALARIO TO FUNC-SALARIO
               MOVE CG-DEPTO         TO FUNC-DEPTO
               MOVE WRK-FUNC-ADMISSAO TO FUNC-ADMISSAO
               MOVE WRK-FUNC-CARGO-COD TO FUNC-CARGO-COD
               MOVE WRK-FUNC-NIVEL   TO FUNC-NIVEL

               WRITE REG-FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "ID " FUNC-ID
                               " JA CADASTRADO - IGNORADO "
                   NOT INVALID KEY
                       MOVE "S" TO WRK-FUNC-OK
                       DISPLAY "SEJA BEM VINDO Sr(a) " FUNC-NOME
                       DISPLAY "FUNCIONARIO CADASTRADO COM SUCESSO "
                       MOVE SPACES TO WRK-ANT-CARGO-COD
                       MOVE ZEROS  TO WRK-ANT-NIVEL
                       MOVE SPACES TO WRK-ANT-DEPTO
                       MOVE ZEROS  TO WRK-ANT-SALARIO
                       MOVE "A"    TO WRK-TIPO-MOV
                       MOVE "ADMISSAO" TO WRK-MOTIVO-MOV
                       PERFORM 0270-GRAVA-HISTORICO
               END-WRITE
           ELSE
               DISPLAY "FUNCIONARIO NAO CADASTRADO "
           END-IF.

      *===============================PROMOCAO, TRANSFERENCIA, NIVEL
      *===============================OU SALARIO DE QUEM JA ESTA NO
      *===============================CADASTRO, COM O ANTES E O DEPOIS
      *===============================NO HISTORICO DE CARREIRA.
       0220-MOVIMENTA-FUNCIONARIO SECTION.
           MOVE FUNC-CARGO-COD TO WRK-ANT-CARGO-COD.
           MOVE FUNC-NIVEL     TO WRK-ANT-NIVEL.
           MOVE FUNC-DEPTO     TO WRK-ANT-DEPTO.
           MOVE FUNC-SALARIO   TO WRK-ANT-SALARIO.
           DISPLAY "CARGO ATUAL... " FUNC-CARGO-COD " " FUNC-CARGO
                   " NIVEL " FUNC-NIVEL.
           DISPLAY "DEPTO ATUAL... " FUNC-DEPTO.
           DISPLAY "SALARIO ATUAL. " FUNC-SALARIO.

           DISPLAY "CODIGO DO CARGO (BRANCO = MANTEM) "
           ACCEPT WRK-FUNC-CARGO-COD.
           IF WRK-FUNC-CARGO-COD EQUAL SPACES
               MOVE WRK-ANT-CARGO-COD TO WRK-FUNC-CARGO-COD
           END-IF.
           PERFORM 0250-ESCOLHE-CARGO.

           IF WRK-CARGO-OK EQUAL "S"
               DISPLAY "NOVO SALARIO (ZERO = MANTEM) "
               ACCEPT WRK-FUNC-SALARIO
               IF WRK-FUNC-SALARIO EQUAL ZEROS
                   MOVE WRK-ANT-SALARIO TO WRK-FUNC-SALARIO
               END-IF
               PERFORM 0260-VALIDA-FAIXA
           END-IF.

           MOVE SPACES TO WRK-TIPO-MOV.
           IF WRK-CARGO-OK EQUAL "S" AND WRK-FAIXA-OK EQUAL "S"
               EVALUATE TRUE
                   WHEN WRK-FUNC-CARGO-COD NOT EQUAL WRK-ANT-CARGO-COD
                       MOVE "P" TO WRK-TIPO-MOV
                   WHEN CG-DEPTO NOT EQUAL WRK-ANT-DEPTO
                       MOVE "T" TO WRK-TIPO-MOV
                   WHEN WRK-FUNC-NIVEL NOT EQUAL WRK-ANT-NIVEL
                       MOVE "N" TO WRK-TIPO-MOV
                   WHEN WRK-FUNC-SALARIO NOT EQUAL WRK-ANT-SALARIO
                       MOVE "R" TO WRK-TIPO-MOV
                   WHEN OTHER
                       DISPLAY "NADA ALTERADO "
               END-EVALUATE
           END-IF.

           IF WRK-TIPO-MOV NOT EQUAL SPACES
               DISPLAY "MOTIVO DA MOVIMENTACAO "
               ACCEPT WRK-MOTIVO-MOV
               MOVE CG-TITULO          TO FUNC-CARGO
               MOVE CG-DEPTO           TO FUNC-DEPTO
               MOVE WRK-FUNC-CARGO-COD TO FUNC-CARGO-COD
               MOVE WRK-FUNC-NIVEL     TO FUNC-NIVEL
               MOVE WRK-FUNC-SALARIO   TO FUNC-SALARIO
               REWRITE REG-FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR - STATUS "
                               FS-FUNCIONARIOS
                   NOT INVALID KEY
                       PERFORM 0270-GRAVA-HISTORICO
                       DISPLAY "MOVIMENTACAO GRAVADA (" WRK-TIPO-MOV
                               ") "
               END-REWRITE
           END-IF.

       0250-ESCOLHE-CARGO     SECTION.
           MOVE "N" TO WRK-CARGO-OK.
           MOVE ZEROS TO WRK-FUNC-NIVEL.
           IF WRK-CARGOS-ABERTO NOT EQUAL "S"
               DISPLAY "CARGOS.DAT NAO ABERTO - SEM CADASTRO DE "
                       "CARGOS "
           ELSE
               MOVE WRK-FUNC-CARGO-COD TO CG-CODIGO
               READ CARGOS
                   INVALID KEY
                       DISPLAY "CARGO " WRK-FUNC-CARGO-COD
                               " NAO CADASTRADO (VER CARGO001) "
                   NOT INVALID KEY
                       DISPLAY "CARGO......... " CG-TITULO
                               " DEPTO " CG-DEPTO
                       IF CG-QTDE-NIVEIS GREATER 1
                           DISPLAY "NIVEL NA FAIXA (1 A "
                                   CG-QTDE-NIVEIS ") "
                           ACCEPT WRK-FUNC-NIVEL
                       ELSE
                           MOVE 1 TO WRK-FUNC-NIVEL
                       END-IF
                       IF WRK-FUNC-NIVEL LESS 1
                               OR WRK-FUNC-NIVEL GREATER
                                       CG-QTDE-NIVEIS
                           DISPLAY "NIVEL INVALIDO PARA O CARGO "
                       ELSE
                           MOVE "S" TO WRK-CARGO-OK
                       END-IF
               END-READ
           END-IF.

       0260-VALIDA-FAIXA      SECTION.
           MOVE "S"    TO WRK-FAIXA-OK.
           MOVE SPACES TO WRK-USUARIO-LIB.
           IF WRK-FUNC-SALARIO LESS CG-SAL-MIN(WRK-FUNC-NIVEL)
                   OR WRK-FUNC-SALARIO GREATER
                           CG-SAL-MAX(WRK-FUNC-NIVEL)
               MOVE CG-SAL-MIN(WRK-FUNC-NIVEL) TO WRK-SAL-MIN-ED
               MOVE CG-SAL-MAX(WRK-FUNC-NIVEL) TO WRK-SAL-MAX-ED
               DISPLAY "SALARIO FORA DA FAIXA DO NIVEL ("
                       WRK-SAL-MIN-ED " A " WRK-SAL-MAX-ED ") - "
                       "EXIGE PIN DE SUPERVISOR "
               MOVE 2 TO WRK-NIVEL-EXIGIDO
               PERFORM 0095-VALIDA-PIN
               MOVE WRK-PIN-OK      TO WRK-FAIXA-OK
               MOVE WRK-USUARIO-PIN TO WRK-USUARIO-LIB
           END-IF.

       0270-GRAVA-HISTORICO   SECTION.
           OPEN EXTEND HISTCARGO.
           IF FS-HISTCARGO EQUAL 35
               OPEN OUTPUT HISTCARGO
           END-IF.
           MOVE FUNC-ID            TO HC-FUNC-ID.
           MOVE WRK-DATA-HOJE      TO HC-DATA.
           MOVE WRK-TIPO-MOV       TO HC-TIPO.
           MOVE WRK-ANT-CARGO-COD  TO HC-CARGO-ANT.
           MOVE FUNC-CARGO-COD     TO HC-CARGO-NOVO.
           MOVE WRK-ANT-NIVEL      TO HC-NIVEL-ANT.
           MOVE FUNC-NIVEL         TO HC-NIVEL-NOVO.
           MOVE WRK-ANT-DEPTO      TO HC-DEPTO-ANT.
           MOVE FUNC-DEPTO         TO HC-DEPTO-NOVO.
           MOVE WRK-ANT-SALARIO    TO HC-SALARIO-ANT.
           MOVE FUNC-SALARIO       TO HC-SALARIO-NOVO.
           MOVE WRK-MOTIVO-MOV     TO HC-MOTIVO.
           MOVE WRK-USUARIO-LIB    TO HC-USUARIO.
           WRITE REG-HISTCARGO.
           CLOSE HISTCARGO.

       0300-FINALIZAR         SECTION.
           DISPLAY "FIM DE PROGRAMA ".
           CLOSE FUNCIONARIOS.
           CLOSE DEPENDENTES.
           IF WRK-CARGOS-ABERTO EQUAL "S"
               CLOSE CARGOS
           END-IF.

      *===============================DEPENDENTES DO FUNC-ID: BASE DA
      *===============================DEDUCAO DO IRRF E DO SALARIO-
      *===============================FAMILIA NA FOLHA (FOLHA001).
       0400-MENU-DEPENDENTES  SECTION.
           DISPLAY "------------------------------------------------"
           DISPLAY "  DEPENDENTES DE " FUNC-NOME
           DISPLAY "1 - INCLUIR DEPENDENTE "
           DISPLAY "2 - LISTAR DEPENDENTES "
           DISPLAY "3 - EXCLUIR DEPENDENTE "
           DISPLAY "9 - VOLTAR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO-DEP.

           EVALUATE WRK-OPCAO-DEP
               WHEN 1
                   PERFORM 0410-INCLUI-DEPENDENTE
               WHEN 2
                   PERFORM 0420-LISTA-DEPENDENTES
               WHEN 3
                   PERFORM 0430-EXCLUI-DEPENDENTE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0410-INCLUI-DEPENDENTE SECTION.
           PERFORM 0420-LISTA-DEPENDENTES.

           MOVE WRK-FUNC-ID TO DEP-FUNC-ID.
           COMPUTE DEP-SEQ = WRK-DEP-SEQ + 1.
           DISPLAY "NOME DO DEPENDENTE "
           ACCEPT DEP-NOME.
           DISPLAY "PARENTESCO (F-FILHO E-ENTEADO C-CONJUGE P-PAIS "
                   "O-OUTRO) "
           ACCEPT DEP-PARENTESCO.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD) "
           ACCEPT DEP-DATA-NASC.
           DISPLAY "DEDUZ NO IMPOSTO DE RENDA (S/N) "
           ACCEPT DEP-IRRF.
           IF NOT DEP-DEDUZ-IRRF
               MOVE "N" TO DEP-IRRF
           END-IF.
           MOVE "N" TO DEP-SAL-FAMILIA.
           IF DEP-FILHO OR DEP-ENTEADO
               DISPLAY "RECEBE SALARIO-FAMILIA (S/N) "
               ACCEPT DEP-SAL-FAMILIA
               IF NOT DEP-TEM-SAL-FAMILIA
                   MOVE "N" TO DEP-SAL-FAMILIA
               END-IF
           END-IF.

           IF NOT DEP-PARENTESCO-VALIDO
                   OR DEP-NOME EQUAL SPACES
                   OR DEP-DATA-NASC NOT NUMERIC
                   OR DEP-DATA-NASC EQUAL ZEROS
               DISPLAY "DADOS INVALIDOS - DEPENDENTE NAO GRAVADO "
           ELSE
               WRITE REG-DEPENDENTE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR DEPENDENTE - STATUS "
                               FS-DEPENDENTES
                   NOT INVALID KEY
                       DISPLAY "DEPENDENTE " DEP-SEQ " GRAVADO "
               END-WRITE
           END-IF.

      *===============================LISTA E DEIXA EM WRK-DEP-SEQ A
      *===============================MAIOR SEQUENCIA DO FUNC-ID.
       0420-LISTA-DEPENDENTES SECTION.
           MOVE ZEROS TO WRK-DEP-SEQ.
           MOVE ZEROS TO WRK-QTDE-DEP.
           MOVE WRK-FUNC-ID TO DEP-FUNC-ID.
           MOVE ZEROS       TO DEP-SEQ.
           START DEPENDENTES KEY IS NOT LESS DEP-CHAVE.
           IF FS-DEPENDENTES EQUAL 00
               READ DEPENDENTES NEXT RECORD
               PERFORM UNTIL FS-DEPENDENTES NOT EQUAL 00
                       OR DEP-FUNC-ID NOT EQUAL WRK-FUNC-ID
                   ADD 1 TO WRK-QTDE-DEP
                   MOVE DEP-SEQ TO WRK-DEP-SEQ
                   DISPLAY DEP-SEQ " " DEP-NOME " " DEP-PARENTESCO
                           " NASC " DEP-DATA-NASC
                           " IRRF " DEP-IRRF
                           " SAL.FAM " DEP-SAL-FAMILIA
                   READ DEPENDENTES NEXT RECORD
               END-PERFORM
           END-IF.
           IF WRK-QTDE-DEP EQUAL ZEROS
               DISPLAY "NENHUM DEPENDENTE CADASTRADO "
           END-IF.

       0430-EXCLUI-DEPENDENTE SECTION.
           PERFORM 0420-LISTA-DEPENDENTES.
           DISPLAY "SEQUENCIA DO DEPENDENTE A EXCLUIR "
           ACCEPT WRK-DEP-SEQ.
           MOVE WRK-FUNC-ID TO DEP-FUNC-ID.
           MOVE WRK-DEP-SEQ TO DEP-SEQ.
           READ DEPENDENTES
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO ENCONTRADO "
               NOT INVALID KEY
                   DELETE DEPENDENTES
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR - STATUS "
                                   FS-DEPENDENTES
                       NOT INVALID KEY
                           DISPLAY "DEPENDENTE " DEP-NOME
                                   " EXCLUIDO "
                   END-DELETE
           END-READ.


      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.

       END PROGRAM FUNCIONARIOS.
