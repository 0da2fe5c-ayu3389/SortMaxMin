       FILE SECTION.
       FD  EMPLEADOS
           RECORDING MODE IS F.
       01  REG-EMPLEADOS          PIC X(92).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
      * ULTIMO LIMITE).
       FD  SIM-MOVIMIENTOS
           RECORDING MODE IS F.
       01  REG-SIM-MOVIMIENTOS    PIC X(117).

       FD  DEPTOS
           RECORD CONTAINS 70 CHARACTERS

       FD  ARCH-SELECC
           RECORDING MODE IS F.
       01  REG-ARCH-SELECC        PIC X(92).

       FD  RANKING
           RECORD CONTAINS 100 CHARACTERS
       01  REG-ERRORES            PIC X(100).

       SD  ARCHIVO-SORT
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SORT.
           05 SORT-DEPTO-EMP      PIC X(15).
           05 SORT-PUESTO-EMP     PIC X(15).
           05 SORT-SALARIO-EMP    PIC 9(07)V99.
           05 SORT-FECHA-INGRESO  PIC 9(08).
           05 SORT-FECHA-EGRESO   PIC 9(08).

       WORKING-STORAGE SECTION.

              10 WS-DEPTO-EMP     PIC X(15).
              10 WS-PUESTO-EMP    PIC X(15).
              10 WS-SALARIO-EMP   PIC 9(07)V99.
              10 WS-FECHA-INGRESO-EMP PIC 9(08).
              10 WS-FECHA-EGRESO-EMP  PIC 9(08).
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE 0.
           05 WS-IMPRESOS         PIC 9(05)    VALUE 0.
           05 WS-TOT-SALARIOS     PIC 9(09)V99 VALUE 0.
           05 WS-GLE-CANT         PIC 9(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-GLE-HASH         PIC 9(13)V99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-GLE-ORIGEN       PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE ' '.

       01  WS-REG-GL-TRAILER.
           05 FILLER              PIC X(01)    VALUE 'T'.
      * REGISTROS DEL ARCHIVO DE MOVIMIENTOS PROPUESTOS:
      * MISMO LAYOUT QUE WS-REG-MOVIMIENTO DE PGM_MANT_EMP.
      * FECHA DE VIGENCIA EN CERO = APLICAR EL DIA QUE EL LOTE
      * SE PRESENTE AL MANTENIMIENTO. EL OPERADOR ES ESTE
      * PROGRAMA: LOS AUMENTOS QUE SUPERAN EL UMBRAL DEL DOBLE
      * CONTROL QUEDAN RETENIDOS EN PGM_MANT_EMP HASTA QUE UN
      * APROBADOR LOS AUTORICE.

       01  WS-REG-MOV-SIM.
           05 WS-MSIM-TIPO        PIC X(01)    VALUE 'M'.
              10 WS-MSIM-DEPTO    PIC X(15).
              10 WS-MSIM-PUESTO   PIC X(15).
              10 WS-MSIM-SALARIO  PIC 9(07)V99.
              10 WS-MSIM-FECHA-ING PIC 9(08).
              10 WS-MSIM-FECHA-EGR PIC 9(08).
           05 WS-MSIM-FECHA-EFEC  PIC 9(08)    VALUE 0.
           05 WS-MSIM-OPERADOR    PIC X(08)    VALUE "PGMAXMIN".
           05 WS-MSIM-APROBADOR   PIC X(08)    VALUE SPACES.

      * ORIGEN 'SIM' EN LA CABECERA: EL CONTROL DE LOTES
      * APLICADOS DE PGM_MANT_EMP DISTINGUE POR FECHA + ORIGEN,
           05 FILLER              PIC X(01)    VALUE 'H'.
           05 WS-MSC-FECHA-LOTE   PIC 9(08).
           05 FILLER              PIC X(03)    VALUE 'SIM'.
           05 FILLER              PIC X(105)   VALUE ' '.

       01  WS-REG-MOV-SIM-TRL.
           05 FILLER              PIC X(01)    VALUE 'T'.
           05 WS-MST-CANT         PIC 9(05).
           05 WS-MST-HASH         PIC 9(13)V99.
           05 FILLER              PIC X(96)    VALUE ' '.

       01  WS-SIM-CANT-MOV        PIC 9(05)    VALUE 0.
       01  WS-SIM-HASH-MOV        PIC 9(13)V99 VALUE 0.
           MOVE WS-DEPTO-EMP      TO WS-MSIM-DEPTO
           MOVE WS-PUESTO-EMP     TO WS-MSIM-PUESTO
           MOVE WS-SIM-PROYECTADO TO WS-MSIM-SALARIO
           MOVE WS-FECHA-INGRESO-EMP TO WS-MSIM-FECHA-ING
           MOVE WS-FECHA-EGRESO-EMP  TO WS-MSIM-FECHA-EGR

           WRITE REG-SIM-MOVIMIENTOS FROM WS-REG-MOV-SIM

