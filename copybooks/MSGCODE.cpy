               VALUE "FECHA DE NACIMIENTO INVALIDA. USE YYYYMMDD.".
           05  MSG-022 PIC X(50)
               VALUE "NUMERO DE CLIENTE INVALIDO (DIGITO DE CONTROL).".
           05  MSG-023 PIC X(50)
               VALUE "POSIBLE COINCIDENCIA CON LISTA DE VIGILANCIA.".
           05  MSG-024 PIC X(50)
               VALUE "SIN LISTA DE VIGILANCIA: ALTA SIN CRIBAR.".
           05  MSG-025 PIC X(50)
               VALUE "CLIENTE ANONIMIZADO: SIN DATOS PERSONALES.".
           05  MSG-026 PIC X(50)
               VALUE "CAMBIO RETENIDO: REQUIERE APROBACION SUP/ADM.".
           05  MSG-027 PIC X(50)
               VALUE "FECHA VALOR INVALIDA, FUTURA O FUERA DE LIMITE.".
           05  MSG-028 PIC X(50)
               VALUE "FECHA VALOR EN MES CERRADO SIN APROBACION SUP.".
           05  MSG-029 PIC X(50)
               VALUE "MOVIMIENTO YA REVERTIDO: NO SE ADMITE OTRO.".
           05  MSG-030 PIC X(50)
               VALUE "CODIGO POSTAL INEXISTENTE.".
           05  MSG-031 PIC X(50)
               VALUE "EL CODIGO POSTAL NO CORRESPONDE A LA CIUDAD.".
           05  MSG-032 PIC X(50)
               VALUE "SIN FICHERO DE CODIGOS POSTALES: SIN VALIDAR.".
