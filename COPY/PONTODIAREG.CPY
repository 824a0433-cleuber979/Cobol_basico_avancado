      *          FREQUENCIA (PONTO001). PD-TIPO DISTINGUE O DIA
      *          TRABALHADO (BRANCO) DAS AUSENCIAS LANCADAS PELO
      *          PONTO002: "A" ATESTADO, "F" FALTA INJUSTIFICADA
      *          (DESCONTADA PELO FOLHA001), "V" FERIAS, "H" FERIADO,
      *          "C" FOLGA COMPENSADA COM O BANCO DE HORAS.
      *          FILE SECTION.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==NOVO PD-TIPO "C" FOLGA COMPENSADA COM O BANCO DE HORAS
      *==(PONTO002)
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-PONTODIA.
           05 PD-ID              PIC 9(04).
               88 PD-FALTA       VALUE "F".
               88 PD-FERIAS      VALUE "V".
               88 PD-FERIADO     VALUE "H".
               88 PD-COMPENSACAO VALUE "C".
