      * ELIMINACION, Y LAS DIFERENCIAS DE SALARIO SE MUESTRAN
      * CON VALOR ANTERIOR, VALOR ACTUAL Y PORCENTAJE.
      * AL FINAL GRABA LA FOTO NUEVA (LEGAJO, STATUS, DEPTO,
      * PUESTO, SALARIO, FECHA DE CORRIDA, FECHAS DE INGRESO Y
      * EGRESO).
      * EL PROGRAMA ADMINISTRA SUS PROPIAS GENERACIONES DE
      * FOTOS: CADA FOTO SE GRABA BAJO NOMBRE FECHADO
      * (SNP + AAAAMMDD, LA MISMA FECHA QUE LLEVA WS-SNP-FECHA)
       FILE SECTION.
       FD  EMPLEADOS
           RECORDING MODE IS F.
       01  REG-EMPLEADOS          PIC X(92).

       FD  SNAP-ANT
           RECORDING MODE IS F.
       01  REG-SNAP-ANT           PIC X(70).

       FD  SNAP-ACT
           RECORDING MODE IS F.
       01  REG-SNAP-ACT           PIC X(70).

       FD  RELEE-SNAP
           RECORDING MODE IS F.
       01  REG-RELEE-SNAP         PIC X(70).

       FD  SNAP-FINAL
           RECORDING MODE IS F.
       01  REG-SNAP-FINAL         PIC X(70).

       FD  SNAP-GEN
           RECORDING MODE IS F.

       FD  SNAP-PURGA
           RECORDING MODE IS F.
       01  REG-SNAP-PURGA         PIC X(70).

      * PARAMETROS: GENERACIONES DIARIAS A CONSERVAR, FECHA DE
      * LA GENERACION CONTRA LA QUE COMPARAR (CERO = LA ULTIMA
       01  REG-DELTAREP           PIC X(100).

       SD  ARCHIVO-SORT
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SORT.
           05 SORT-DEPTO-EMP      PIC X(15).
           05 SORT-PUESTO-EMP     PIC X(15).
           05 SORT-SALARIO-EMP    PIC 9(07)V99.
           05 SORT-FECHA-INGRESO  PIC 9(08).
           05 SORT-FECHA-EGRESO   PIC 9(08).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
              10 WS-DEPTO-EMP     PIC X(15).
              10 WS-PUESTO-EMP    PIC X(15).
              10 WS-SALARIO-EMP   PIC 9(07)V99.
              10 WS-FECHA-INGRESO-EMP PIC 9(08).
              10 WS-FECHA-EGRESO-EMP  PIC 9(08).
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE 0.
           05 WS-ALTAS            PIC 9(05)    VALUE 0.
           05 WS-BAJAS            PIC 9(05)    VALUE 0.
           05 WS-SNP-PUESTO       PIC X(15).
           05 WS-SNP-SALARIO      PIC 9(07)V99.
           05 WS-SNP-FECHA        PIC 9(08).
           05 WS-SNP-FECHA-INGRESO PIC 9(08).
           05 WS-SNP-FECHA-EGRESO PIC 9(08).

       01  WS-REG-SNAP-ANT.
           05 WS-ANT-LEGAJO       PIC X(06).
           05 WS-ANT-PUESTO       PIC X(15).
           05 WS-ANT-SALARIO      PIC 9(07)V99.
           05 WS-ANT-FECHA        PIC 9(08).
           05 WS-ANT-FECHA-INGRESO PIC 9(08).
           05 WS-ANT-FECHA-EGRESO PIC 9(08).

      * CLAVES DE APAREO (HIGH-VALUES EN FIN DE ARCHIVO).


      * BUFFER DE COPIA PARA LA PROMOCION DE LA FOTO NUEVA.

       01  WS-LINEA-FOTO          PIC X(70)    VALUE SPACES.
       01  SW-FIN-COPIA           PIC X(03)    VALUE ' '.

       01  WS-NOMBRE-SNAP-ANT     PIC X(80)    VALUE SPACES.
           MOVE WS-PUESTO-EMP     TO WS-SNP-PUESTO
           MOVE WS-SALARIO-EMP    TO WS-SNP-SALARIO
           MOVE WS-ACTUAL-DATE    TO WS-SNP-FECHA
           MOVE WS-FECHA-INGRESO-EMP TO WS-SNP-FECHA-INGRESO
           MOVE WS-FECHA-EGRESO-EMP  TO WS-SNP-FECHA-EGRESO

           WRITE REG-SNAP-ACT FROM WS-REG-SNAPSHOT

