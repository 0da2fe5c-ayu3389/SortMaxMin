      * LEE AUDITORI.TXT (PARES DE IMAGEN ANTES / IMAGEN
      * DESPUES POR MOVIMIENTO) Y EMITE UNA LINEA POR
      * MOVIMIENTO CON FECHA DE CAPTURA, FECHA DE VIGENCIA,
      * TIPO, LEGAJO, SALARIO ANTERIOR, SALARIO NUEVO, LOS
      * CAMPOS QUE CAMBIARON, EL OPERADOR QUE INGRESO EL
      * MOVIMIENTO Y EL QUE LO APROBO. LA TARJETA DE PARAMETROS
      * (AUDIPARM.TXT) PERMITE FILTRAR POR LEGAJO Y/O RANGO
      * DE FECHAS. EN MODO 'A' (ARCHIVO) LOS REGISTROS DE
      * AUDITORIA ANTERIORES A LA FECHA DE CORTE PASAN AL
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITORIA          PIC X(133).

      * PARAMETROS: MODO ('R' = REPORTE, 'A' = ARCHIVO),
      * LEGAJO (BLANCO = TODOS), FECHA DESDE / HASTA (CERO =
           05 FILLER              PIC X(09).

       FD  AUDIREPO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDIREPO           PIC X(120).

       FD  AUD-HIST
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUD-HIST           PIC X(133).

       FD  AUD-ACTIVO
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUD-ACTIVO         PIC X(133).

       FD  RELEE-ACTIVO
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RELEE-ACTIVO       PIC X(133).

       FD  AUD-FINAL
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUD-FINAL          PIC X(133).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * REGISTRO DE AUDITORIA: MISMO LAYOUT QUE WS-REG-AUDITORIA
      * DE PGM_MANT_EMP. LA IMAGEN ES EL REGISTRO DEL MAESTRO;
      * LE SIGUEN EL OPERADOR QUE INGRESO EL MOVIMIENTO Y EL
      * QUE LO APROBO (EN BLANCO SI NO REQUIRIO APROBACION).

       01  WS-AREAS-A-USAR.
           05 WS-REG-AUDITORIA.
                 88 88-AUD-ANTES             VALUE 'A'.
                 88 88-AUD-DESPUES           VALUE 'D'.
              10 WS-AUD-FECHA-EFEC PIC 9(08).
              10 WS-AUD-IMAGEN    PIC X(92).
              10 WS-AUD-OPERADOR  PIC X(08).
              10 WS-AUD-APROBADOR PIC X(08).
              10 FILLER           PIC X(01).
           05 WS-LEIDOS-AUD       PIC 9(05)    VALUE 0.
           05 WS-LISTADOS-MOV     PIC 9(05)    VALUE 0.
           05 WS-ANT-SALARIO      PIC X(09).
           05 WS-ANT-SALARIO-N REDEFINES WS-ANT-SALARIO
                                  PIC 9(07)V99.
           05 WS-ANT-FECHA-ING     PIC X(08).
           05 WS-ANT-FECHA-EGR     PIC X(08).

       01  WS-IMAGEN-DESPUES.
           05 WS-DES-LEGAJO       PIC X(06).
           05 WS-DES-SALARIO      PIC X(09).
           05 WS-DES-SALARIO-N REDEFINES WS-DES-SALARIO
                                  PIC 9(07)V99.
           05 WS-DES-FECHA-ING     PIC X(08).
           05 WS-DES-FECHA-EGR     PIC X(08).

       01  WS-SW-ANTES-CARGADA    PIC X(01)    VALUE 'N'.
           88 88-ANTES-CARGADA                 VALUE 'S'.

      * CONTROL DE PAGINACION Y ESCRITURA DEL REPORTE.

       01  WS-LINEA-SALIDA         PIC X(120).
       01  WS-ADVANCE-LINES        PIC 9(02)    VALUE 1.
       01  WS-LINEAS                PIC 9(03)   VALUE 0.
       01  WS-MAX-LINEAS            PIC 9(03)   VALUE 060.
           03 FILLER              PIC X(35)    VALUE ' '.
           03 WS-TIT-1            PIC X(29)
                                  VALUE "HISTORIA DE CAMBIOS - LEGAJOS".
           03 FILLER              PIC X(56)    VALUE ' '.

       01  WS-TITULO-2.
           03 FILLER              PIC X(08)    VALUE " FECHA: ".
               05 TIT-2-AAAA       PIC 9(04).

           03 WS-TIT-2.
               05 FILLER           PIC X(90)    VALUE ' '.
               05 FILLER           PIC X(08)    VALUE "PAGINA: ".
               05 TIT-2-PAGINA     PIC ZZ9.
               05 FILLER           PIC X(01)    VALUE ' '.

       01  WS-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "CAPTURA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "VIGENCIA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "HORA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "TIPO".
           05 FILLER              PIC X(09)    VALUE "SAL.NUEVO".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "CAMPOS CAMBIADO".
           05 FILLER              PIC X(17)    VALUE "S".
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "APROBADOR".

      * DETALLE: UNA LINEA POR MOVIMIENTO (PAR ANTES/DESPUES).

       01  WS-DETALLE-AUD.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-CAPTURA      PIC 9(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DET-VIGENCIA     PIC 9(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DET-HORA         PIC 9(06).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-DET-TIPO         PIC X(01).
           05 WS-DET-SAL-NVO      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DET-CAMPOS.
              10 WS-DET-CAMPO OCCURS 8 TIMES
                                  PIC X(04).
           05 WS-DET-OPERADOR     PIC X(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DET-APROBADOR    PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-CANT-CAMPOS         PIC 9(01)    VALUE 0.
           05 FILLER              PIC X(29)
                                  VALUE "REGISTROS DE AUDITORIA     : ".
           05 WS-TOT-LEIDOS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(64)    VALUE ' '.

       01  WS-DETALLE-LISTADOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(29)
                                  VALUE "MOVIMIENTOS LISTADOS       : ".
           05 WS-TOT-LISTADOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(64)    VALUE ' '.

       01  WS-DETALLE-ARCHIVADOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(29)
                                  VALUE "REGISTROS ARCHIVADOS       : ".
           05 WS-TOT-ARCHIVADOS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(64)    VALUE ' '.

       01  WS-DETALLE-ACTIVOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(29)
                                  VALUE "REGISTROS ACTIVOS          : ".
           05 WS-TOT-ACTIVOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(64)    VALUE ' '.

      * BUFFER DE COPIA PARA LA PROMOCION DEL ARCHIVO ACTIVO.

       01  WS-LINEA-COPIA         PIC X(133).
       01  SW-FIN-COPIA           PIC X(03)    VALUE ' '.

      * REGISTRO DE ERRORES DE E/S.
           MOVE WS-AUD-HORA       TO WS-DET-HORA
           MOVE WS-AUD-TIPO-MOV   TO WS-DET-TIPO
           MOVE WS-LEGAJO-MOV     TO WS-DET-LEGAJO
           MOVE WS-AUD-OPERADOR   TO WS-DET-OPERADOR
           MOVE WS-AUD-APROBADOR  TO WS-DET-APROBADOR

           IF 88-ANTES-CARGADA AND WS-ANT-SALARIO IS NUMERIC
              MOVE WS-ANT-SALARIO-N TO WS-DET-SAL-ANT
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "SAL" TO WS-DET-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-FECHA-ING NOT = WS-DES-FECHA-ING
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "ING" TO WS-DET-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-FECHA-EGR NOT = WS-DES-FECHA-EGR
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "EGR" TO WS-DET-CAMPO (WS-CANT-CAMPOS)
           END-IF

           IF WS-CANT-CAMPOS = 0
              MOVE "IGU " TO WS-DET-CAMPO (1)
