                         CUST-LIMITE BY BKP-LIMITE
                         CUST-DUN-NIVEL BY BKP-DUN-NIVEL
                         CUST-DUN-FECHA BY BKP-DUN-FECHA
                         CUST-HR-ID BY BKP-HR-ID
                         CUST-CASTIGO-FECHA BY BKP-CASTIGO-FECHA
                         CUST-CASTIGO-IMPORTE BY BKP-CASTIGO-IMPORTE
                         CUST-EMAIL BY BKP-EMAIL
                         CUST-ENTREGA BY BKP-ENTREGA
                         CUST-PADRE BY BKP-PADRE
                         CUST-MONEDA BY BKP-MONEDA
                         CUST-DIR-INVALIDA BY BKP-DIR-INVALIDA
                         CUST-DIR-FECHA BY BKP-DIR-FECHA
                         CUST-DIR-MOTIVO BY BKP-DIR-MOTIVO
                         CUST-CICLO BY BKP-CICLO.

       FD  CBKP-PARM-FILE.
       01  CBKP-PARM-REG.
