      * FUENTE QUE RECORRE PGM_EDIT_EMP PARA TODA LA CADENA.
      * LOS LEGAJOS DUPLICADOS DEL ARCHIVO DE TEXTO SE
      * RECHAZAN A CARGRECH.TXT CON CODIGO DE MOTIVO.
      * EL ARCHIVO DE TEXTO CONSERVA EL LAYOUT ORIGINAL DE 76
      * BYTES, SIN FECHAS: LAS FECHAS DE INGRESO Y EGRESO DEL
      * MAESTRO SE GRABAN EN CERO Y SE INFORMAN DESPUES CON
      * MOVIMIENTOS 'M' DE PGM_MANT_EMP.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 MST-DEPTO-EMP       PIC X(15).
           05 MST-PUESTO-EMP      PIC X(15).
           05 MST-SALARIO-EMP     PIC 9(07)V99.
           05 MST-FECHA-INGRESO   PIC 9(08).
           05 MST-FECHA-EGRESO    PIC 9(08).

       FD  RECHAZOS
           RECORD CONTAINS 83 CHARACTERS

       050-CARGA-REGISTRO.
           MOVE WS-REG-EMPLEADOS TO REG-MAESTRO
           MOVE 0                TO MST-FECHA-INGRESO
           MOVE 0                TO MST-FECHA-EGRESO
           WRITE REG-MAESTRO

           IF 88-FS-MAESTRO-YES
