      *          A journal that cannot be written is an error the
      *          caller must surface: RETURN-CODE is set to 16 so
      *          the master update never passes silently unjournaled.
      *          The last argument is the SUP/ADM operator who
      *          approved a four-eyes change out of CUSTPEND.DAT
      *          (spaces for every change applied directly); it is
      *          kept in HIST-APROBADOR next to the requesting
      *          operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  LK-ANT-TELEFONO   PIC X(12).
           05  LK-ANT-SEGMENTO   PIC X(3).
           05  LK-ANT-LIMITE     PIC S9(9)V99.
           05  LK-ANT-EMAIL      PIC X(40).
           05  LK-ANT-ENTREGA    PIC X.
           05  LK-ANT-PADRE      PIC 9(6).
           05  LK-ANT-HR-ID      PIC X(10).
           05  LK-ANT-MONEDA     PIC X(3).
           05  LK-ANT-DIR-INVALIDA PIC X.
           05  LK-ANT-DIR-FECHA PIC 9(8).
           05  LK-ANT-DIR-MOTIVO PIC X(9).
           05  LK-ANT-CICLO       PIC 99.
       01  LK-IMAGEN-DESPUES.
           05  LK-NUE-NOMBRE     PIC X(15).
           05  LK-NUE-APELLIDOS  PIC X(20).
           05  LK-NUE-TELEFONO   PIC X(12).
           05  LK-NUE-SEGMENTO   PIC X(3).
           05  LK-NUE-LIMITE     PIC S9(9)V99.
           05  LK-NUE-EMAIL      PIC X(40).
           05  LK-NUE-ENTREGA    PIC X.
           05  LK-NUE-PADRE      PIC 9(6).
           05  LK-NUE-HR-ID      PIC X(10).
           05  LK-NUE-MONEDA     PIC X(3).
           05  LK-NUE-DIR-INVALIDA PIC X.
           05  LK-NUE-DIR-FECHA PIC 9(8).
           05  LK-NUE-DIR-MOTIVO PIC X(9).
           05  LK-NUE-CICLO       PIC 99.
       01  LK-APROBADOR PIC X(10).

       PROCEDURE DIVISION USING LK-CUST-ID LK-ACCION LK-OPERADOR
           LK-IMAGEN-ANTES LK-IMAGEN-DESPUES LK-APROBADOR.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           OPEN I-O CUST-HIST-FILE.
             MOVE LK-ANT-TELEFONO TO HIST-ANT-TELEFONO.
             MOVE LK-ANT-SEGMENTO TO HIST-ANT-SEGMENTO.
             MOVE LK-ANT-LIMITE TO HIST-ANT-LIMITE.
             MOVE LK-ANT-EMAIL TO HIST-ANT-EMAIL.
             MOVE LK-ANT-ENTREGA TO HIST-ANT-ENTREGA.
             MOVE LK-ANT-PADRE TO HIST-ANT-PADRE.
             MOVE LK-ANT-HR-ID TO HIST-ANT-HR-ID.
             MOVE LK-ANT-MONEDA TO HIST-ANT-MONEDA.
             MOVE LK-ANT-DIR-INVALIDA TO HIST-ANT-DIR-INVALIDA.
             MOVE LK-ANT-DIR-FECHA TO HIST-ANT-DIR-FECHA.
             MOVE LK-ANT-DIR-MOTIVO TO HIST-ANT-DIR-MOTIVO.
             MOVE LK-ANT-CICLO TO HIST-ANT-CICLO.
             MOVE LK-NUE-NOMBRE TO HIST-NUE-NOMBRE.
             MOVE LK-NUE-APELLIDOS TO HIST-NUE-APELLIDOS.
             MOVE LK-NUE-FECHA-NAC TO HIST-NUE-FECHA-NAC.
             MOVE LK-NUE-TELEFONO TO HIST-NUE-TELEFONO.
             MOVE LK-NUE-SEGMENTO TO HIST-NUE-SEGMENTO.
             MOVE LK-NUE-LIMITE TO HIST-NUE-LIMITE.
             MOVE LK-NUE-EMAIL TO HIST-NUE-EMAIL.
             MOVE LK-NUE-ENTREGA TO HIST-NUE-ENTREGA.
             MOVE LK-NUE-PADRE TO HIST-NUE-PADRE.
             MOVE LK-NUE-HR-ID TO HIST-NUE-HR-ID.
             MOVE LK-NUE-MONEDA TO HIST-NUE-MONEDA.
             MOVE LK-NUE-DIR-INVALIDA TO HIST-NUE-DIR-INVALIDA.
             MOVE LK-NUE-DIR-FECHA TO HIST-NUE-DIR-FECHA.
             MOVE LK-NUE-DIR-MOTIVO TO HIST-NUE-DIR-MOTIVO.
             MOVE LK-NUE-CICLO TO HIST-NUE-CICLO.
             MOVE LK-APROBADOR TO HIST-APROBADOR.
             WRITE CUST-HIST-REG
               INVALID KEY
                 DISPLAY "*** ERROR: NO SE PUDO GRABAR LA HISTORIA"
