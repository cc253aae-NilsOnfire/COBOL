       01  WS-RATE-CSV-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-VERSIONES.
           05  WS-VER-ENTRY OCCURS 100 PIC X(41).
       01  WS-VER-TOTAL PIC 999 VALUE 0.
       01  WS-VER-DESBORDADO PIC X VALUE "N".
       01  WS-VER-IDX PIC 999.
