      *==MAS O REG-ID NUMERICO PERMANECE, PARA AS VENDAS, TITULOS E
      *==RELATORIOS NAO PERDEREM A AMARRACAO
      *==DATA:02/09/2026
      *==REG-CLI-TIPO-PESSOA (F-FISICA/J-JURIDICA) E REG-CLI-CPF-CNPJ
      *==ACRESCENTADOS NO FINAL PARA O DOCUMENTO DO DESTINATARIO DA
      *==NF-E (VER NFE001); CPF OCUPA OS 11 DIGITOS DA DIREITA. TIPO
      *==EM BRANCO (REGISTRO ANTIGO) = DOCUMENTO NAO INFORMADO
      *==DATA:15/10/2026
      *==REG-CLI-ID-MATRIZ E REG-CLI-LIMITE-GRUPO ACRESCENTADOS NO
      *==FINAL PARA GRUPOS DE EMPRESAS: A FILIAL APONTA PARA O REG-ID
      *==DA MATRIZ (ZERO = NAO E FILIAL, NAO NUMERICO = REGISTRO
      *==ANTIGO) E O LIMITE DO GRUPO INTEIRO FICA NO REGISTRO DA
      *==MATRIZ (VER LIMCREDPD E GRUPO001). SO UM NIVEL: MATRIZ NAO
      *==TEM MATRIZ.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-CLIENTES.
           05 REG-ID        PIC 9(04).
              88 REG-CLI-INATIVO  VALUE "I".
              88 REG-CLI-ANONIMIZADO VALUE "Z".
           05 REG-CLI-DATA-ANONIM PIC 9(08).
           05 REG-CLI-TIPO-PESSOA PIC X(01).
              88 REG-CLI-PESSOA-FISICA   VALUE "F".
              88 REG-CLI-PESSOA-JURIDICA VALUE "J".
           05 REG-CLI-CPF-CNPJ PIC 9(14).
           05 REG-CLI-ID-MATRIZ PIC 9(04).
           05 REG-CLI-LIMITE-GRUPO PIC 9(07)V99.
