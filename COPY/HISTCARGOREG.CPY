      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE CARREIRA (FD HISTCARGO,
      *          HISTCARGO.DAT) - UMA LINHA POR MOVIMENTO DO
      *          FUNCIONARIO, COM O ANTES E O DEPOIS: "A" ADMISSAO,
      *          "P" PROMOCAO (TROCA DE CARGO), "T" TRANSFERENCIA DE
      *          DEPARTAMENTO, "N" MUDANCA DE NIVEL NA FAIXA, "R"
      *          REAJUSTE DE SALARIO (INDIVIDUAL OU O DISSIDIO DO
      *          FUNC002). HC-USUARIO GUARDA QUEM LIBEROU COM PIN O
      *          SALARIO FORA DA FAIXA. FILE SECTION.
      ******************************************************************
       01  REG-HISTCARGO.
           05 HC-FUNC-ID       PIC 9(04).
           05 HC-DATA          PIC 9(08).
           05 HC-TIPO          PIC X(01).
               88 HC-ADMISSAO      VALUE "A".
               88 HC-PROMOCAO      VALUE "P".
               88 HC-TRANSFERENCIA VALUE "T".
               88 HC-MUDA-NIVEL    VALUE "N".
               88 HC-REAJUSTE      VALUE "R".
           05 HC-CARGO-ANT     PIC X(04).
           05 HC-CARGO-NOVO    PIC X(04).
           05 HC-NIVEL-ANT     PIC 9(01).
           05 HC-NIVEL-NOVO    PIC 9(01).
           05 HC-DEPTO-ANT     PIC X(15).
           05 HC-DEPTO-NOVO    PIC X(15).
           05 HC-SALARIO-ANT   PIC 9(07)V99.
           05 HC-SALARIO-NOVO  PIC 9(07)V99.
           05 HC-MOTIVO        PIC X(30).
           05 HC-USUARIO       PIC X(08).
