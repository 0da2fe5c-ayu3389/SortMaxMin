      * CONCILIACION DE LA INTERFAZ GL CON FINANZAS.
      * POR CADA INTERGL.TXT EMITIDO, PGM_MAX_MIN DEJA EN
      * GLENVIOS.TXT EL ID DE CORRIDA (EL MISMO DE RUNLOG) Y
      * LOS TOTALES DEL TRAILER; PGM_RETRO_EMP HACE LO MISMO
      * CON RETROGL.TXT Y ORIGEN 'RET' EN EL ENVIO (COLUMNA
      * INTERFAZ DEL REPORTE). FINANZAS DEVUELVE UN ACUSE
      * POR CARGA EN GLACKNOW.TXT (ID DE CORRIDA, CANTIDAD Y
      * TOTAL CONTABILIZADOS). ESTE PROGRAMA APAREA AMBOS POR
      * ID DE CORRIDA Y CLASIFICA CADA ENVIO EN CONTABILIZADO
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * REGISTRO DE ENVIO: MISMO LAYOUT QUE WS-REG-GL-ENVIO DE
      * PGM_MAX_MIN. WS-GLE-ORIGEN: BLANCO = INTERGL.TXT DE
      * PGM_MAX_MIN, 'RET' = RETROGL.TXT DE PGM_RETRO_EMP.

       01  WS-AREAS-A-USAR.
           05 WS-REG-GL-ENVIO.
              10 WS-GLE-CANT      PIC 9(05).
              10 FILLER           PIC X(01).
              10 WS-GLE-HASH      PIC 9(13)V99.
              10 FILLER           PIC X(01).
              10 WS-GLE-ORIGEN    PIC X(03).
                 88 88-ORIGEN-RETRO          VALUE 'RET'.
              10 FILLER           PIC X(10).
           05 WS-ENVIOS-LEIDOS    PIC 9(05)    VALUE 0.
           05 WS-CANT-POSTED      PIC 9(05)    VALUE 0.
           05 WS-CANT-DESCUADRE   PIC 9(05)    VALUE 0.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(16)    VALUE "IMPORTE ACUSADO".
           05 FILLER              PIC X(13)    VALUE "ESTADO".
           05 FILLER              PIC X(08)    VALUE "INTERFAZ".

      * DETALLE: UN ENVIO POR LINEA CON SU ESTADO.

                                               BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DET-ESTADO       PIC X(13).
           05 WS-DET-ORIGEN       PIC X(05).
           05 FILLER              PIC X(09)    VALUE ' '.

       01  WS-DET-ACK-SUELTO.
           05 FILLER              PIC X(01)    VALUE ' '.
           MOVE WS-GLE-FECHA  TO WS-DET-FECHA
           MOVE WS-GLE-CANT   TO WS-DET-CANT-ENV
           MOVE WS-GLE-HASH   TO WS-DET-IMP-ENV
           IF 88-ORIGEN-RETRO
              MOVE "RETRO"    TO WS-DET-ORIGEN
           ELSE
              MOVE "GL"       TO WS-DET-ORIGEN
           END-IF

           IF 88-ACK-HALLADO
              SET WS-IDX-ACK DOWN BY 1
