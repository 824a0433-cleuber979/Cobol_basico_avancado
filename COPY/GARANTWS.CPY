       77  WRK-GAR-PRODUTO    PIC X(30) VALUE SPACES.
       77  WRK-GAR-DATA-VENDA PIC 9(08) VALUE ZEROS.
       77  WRK-GAR-DIAS       PIC 9(03) VALUE ZEROS.
       77  WRK-GAR-SERIE      PIC X(20) VALUE SPACES.
       77  WRK-SUB-DIA-GAR    PIC 9(03) VALUE ZEROS.

       01  WRK-DATA-FIM-GAR-X.
