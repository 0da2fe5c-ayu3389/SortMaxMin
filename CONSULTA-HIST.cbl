       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORICO          PIC X(101).

      * PARAMETROS: LEGAJO A CONSULTAR (BLANCO = TODOS).
       FD  PARAMETROS
                 15 WS-HIS-SALARIO   PIC X(09).
                 15 WS-HIS-SALARIO-N REDEFINES WS-HIS-SALARIO
                                     PIC 9(07)V99.
                 15 WS-HIS-FECHA-ING PIC X(08).
                 15 WS-HIS-FECHA-ING-N REDEFINES WS-HIS-FECHA-ING
                                     PIC 9(08).
                 15 WS-HIS-FECHA-EGR PIC X(08).
                 15 WS-HIS-FECHA-EGR-N REDEFINES WS-HIS-FECHA-EGR
                                     PIC 9(08).
           05 WS-LEIDOS-HIS       PIC 9(05)    VALUE 0.
           05 WS-HALLADOS-HIS     PIC 9(05)    VALUE 0.
           05 SW-FIN              PIC X(03)    VALUE ' '.
       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "ARCHIVO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "NOMBRE".
           05 FILLER              PIC X(06)    VALUE "PUESTO".
           05 FILLER              PIC X(10)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "SALARIO".
           05 FILLER              PIC X(06)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "INGRESO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "EGRESO".
           05 FILLER              PIC X(02)    VALUE ' '.

       01  WS-DETALLE-HIS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-FECHA-ARCH   PIC 9(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DET-LEGAJO       PIC X(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DET-NOMBRE       PIC X(15).
           05 WS-DET-PUESTO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-FECHA-ING    PIC 9(08)    BLANK WHEN ZERO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-FECHA-EGR    PIC 9(08)    BLANK WHEN ZERO.

       01  WS-DETALLE-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           ELSE
              MOVE 0 TO WS-DET-SALARIO
           END-IF
           IF WS-HIS-FECHA-ING IS NUMERIC
              MOVE WS-HIS-FECHA-ING-N TO WS-DET-FECHA-ING
           ELSE
              MOVE 0 TO WS-DET-FECHA-ING
           END-IF
           IF WS-HIS-FECHA-EGR IS NUMERIC
              MOVE WS-HIS-FECHA-EGR-N TO WS-DET-FECHA-EGR
           ELSE
              MOVE 0 TO WS-DET-FECHA-EGR
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-HIS TO WS-LINEA-SALIDA
