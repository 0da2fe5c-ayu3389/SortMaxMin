      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_RANGO_PUE.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * REVISION DE EQUIDAD SALARIAL POR PUESTO.
      * LEE EL ARCHIVO LIMPIO EMPLIMPI.TXT QUE DEJA
      * PGM_EDIT_EMP Y, PARA CADA EMPLEADO ACTIVO, UBICA SU
      * PUESTO EN EL MAESTRO DE PUESTOS (PUESMAST.TXT) Y
      * CALCULA SU COMPA-RATIO (SALARIO / PUNTO MEDIO DEL
      * RANGO). LISTA A CADA ACTIVO POR DEBAJO DEL MINIMO O
      * POR ENCIMA DEL MAXIMO DE SU PUESTO Y AL FINAL EMITE
      * EL COMPA-RATIO PROMEDIO DE TODOS LOS ACTIVOS POR
      * PUESTO Y POR DEPARTAMENTO, CON LA CANTIDAD FUERA DE
      * RANGO DE CADA UNO. LOS ACTIVOS CON UN PUESTO SIN ALTA
      * EN EL MAESTRO (O SIN PUNTO MEDIO) SE CUENTAN APARTE Y
      * EL PASO TERMINA CON RETURN-CODE 4.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS    ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPLIMPI.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-EMPLEADOS.

           SELECT PUESTOS      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PUESMAST.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PUESTOS.

           SELECT COMPAREP     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\COMPAREP.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-COMPAREP.

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRRANGO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORDING MODE IS F.
       01  REG-EMPLEADOS          PIC X(92).

      * MAESTRO DE PUESTOS: CODIGO, DESCRIPCION Y RANGO
      * SALARIAL (MINIMO / PUNTO MEDIO / MAXIMO).
       FD  PUESTOS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PUESTOS.
           05 PUE-CODIGO          PIC X(15).
           05 PUE-DESCRIPCION     PIC X(30).
           05 PUE-SAL-MINIMO      PIC 9(07)V99.
           05 PUE-SAL-MEDIO       PIC 9(07)V99.
           05 PUE-SAL-MAXIMO      PIC 9(07)V99.
           05 FILLER              PIC X(08).

       FD  COMPAREP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-COMPAREP           PIC X(100).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

       WORKING-STORAGE SECTION.

       77  FS-EMPLEADOS                  PIC  X(02) VALUE ' '.
           88 88-FS-EMPLEADOS-YES                   VALUE '00'.
           88 88-FS-EMPLEADOS-EOF                   VALUE '10'.

       77  FS-PUESTOS                    PIC  X(02) VALUE ' '.
           88 88-FS-PUESTOS-YES                     VALUE '00'.
           88 88-FS-PUESTOS-EOF                     VALUE '10'.

       77  FS-COMPAREP                   PIC  X(02) VALUE ' '.
           88 88-FS-COMPAREP-YES                    VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-EMPLEADOS             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-EMPLEADOS-YES                 VALUE 'YS'.
           88 88-OPEN-EMPLEADOS-NO                  VALUE 'N'.

       77  WS-OPEN-COMPAREP              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-COMPAREP-YES                  VALUE 'YS'.
           88 88-OPEN-COMPAREP-NO                   VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * REGISTRO DEL ARCHIVO LIMPIO: MISMO LAYOUT QUE
      * WS-REG-EMPLEADOS DE PGM_MAX_MIN.

       01  WS-AREAS-A-USAR.
           05 WS-REG-EMPLEADOS.
              10 WS-LEGAJO-EMP    PIC 9(06).
              10 WS-NOMBRE-EMP    PIC X(15).
              10 WS-APELLIDO-EMP  PIC X(15).
              10 WS-STATUS-EMP    PIC 9(01).
              10 WS-DEPTO-EMP     PIC X(15).
              10 WS-PUESTO-EMP    PIC X(15).
              10 WS-SALARIO-EMP   PIC 9(07)V99.
              10 WS-FECHA-INGRESO-EMP PIC 9(08).
              10 WS-FECHA-EGRESO-EMP  PIC 9(08).
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE 0.
           05 WS-ACTIVOS-EMP      PIC 9(05)    VALUE 0.
           05 WS-FUERA-RANGO      PIC 9(05)    VALUE 0.
           05 WS-SIN-PUESTO       PIC 9(05)    VALUE 0.
           05 SW-FIN              PIC X(03)    VALUE ' '.
           05 SW-FIN-PUE          PIC X(03)    VALUE ' '.
      *

      * PUESTOS CON SU RANGO Y LOS ACUMULADOS DE LOS ACTIVOS
      * (CANTIDAD, FUERA DE RANGO Y SUMA DE COMPA-RATIOS).

       01  WS-CANT-PUESTOS        PIC 9(03)    VALUE 0.
       01  WS-SW-PUESTO-HALLADO   PIC X(01)    VALUE 'N'.
           88 88-PUESTO-HALLADO                VALUE 'S'.

       01  WS-TABLA-PUESTOS.
           05 WS-PUESTO-ITEM OCCURS 200 TIMES
                             INDEXED BY WS-IDX-PUE.
              10 WS-PUE-CODIGO    PIC X(15).
              10 WS-PUE-DESCRIP   PIC X(30).
              10 WS-PUE-MINIMO    PIC 9(07)V99.
              10 WS-PUE-MEDIO     PIC 9(07)V99.
              10 WS-PUE-MAXIMO    PIC 9(07)V99.
              10 WS-PUE-CANT      PIC 9(05).
              10 WS-PUE-FUERA     PIC 9(05).
              10 WS-PUE-SUMA-CR   PIC 9(07)V9999.

      * DEPARTAMENTOS EN EL ORDEN EN QUE APARECEN, CON LOS
      * MISMOS ACUMULADOS.

       01  WS-CANT-DEPTOS         PIC 9(03)    VALUE 0.
       01  WS-SW-DEPTO-HALLADO    PIC X(01)    VALUE 'N'.
           88 88-DEPTO-HALLADO                 VALUE 'S'.

       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ITEM OCCURS 200 TIMES
                            INDEXED BY WS-IDX-DEP.
              10 WS-DEP-CODIGO    PIC X(15).
              10 WS-DEP-CANT      PIC 9(05).
              10 WS-DEP-FUERA     PIC 9(05).
              10 WS-DEP-SUMA-CR   PIC 9(07)V9999.

      * COMPA-RATIO DEL EMPLEADO EN PROCESO Y PROMEDIOS.

       01  WS-COMPA-RATIO         PIC 9(03)V9999 VALUE 0.
       01  WS-COMPA-PROMEDIO      PIC 9(03)V999  VALUE 0.
       01  WS-SW-FUERA            PIC X(01)    VALUE 'N'.
           88 88-FUERA-DE-RANGO                VALUE 'S'.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

      * CONTROL DE PAGINACION Y ESCRITURA DEL REPORTE.

       01  WS-LINEA-SALIDA         PIC X(100).
       01  WS-ADVANCE-LINES        PIC 9(02)    VALUE 1.
       01  WS-LINEAS                PIC 9(03)   VALUE 0.
       01  WS-MAX-LINEAS            PIC 9(03)   VALUE 060.
       01  WS-PAGINA-NUM            PIC 9(03)   VALUE 0.

      * TITULOS.

       01  WS-TITULO-1.
           03 FILLER              PIC X(30)    VALUE ' '.
           03 WS-TIT-1            PIC X(40)
                   VALUE "RANGOS SALARIALES Y COMPA-RATIO X PUESTO".
           03 FILLER              PIC X(30)    VALUE ' '.

       01  WS-TITULO-2.
           03 FILLER              PIC X(08)    VALUE " FECHA: ".
           03 WS-TIT2-FECHA.
               05 TIT-2-DD         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
               05 TIT-2-MM         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
               05 TIT-2-AAAA       PIC 9(04).

           03 WS-TIT-2.
               05 FILLER           PIC X(70)    VALUE ' '.
               05 FILLER           PIC X(08)    VALUE "PAGINA: ".
               05 TIT-2-PAGINA     PIC ZZ9.
               05 FILLER           PIC X(01)    VALUE ' '.

       01  WS-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(98)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "APELLIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "PUESTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     SALARIO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE " LIM. RANGO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "  COMPA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "SIT.".
           05 FILLER              PIC X(05)    VALUE ' '.

      * DETALLE: UN ACTIVO FUERA DE RANGO POR LINEA. EL LIMITE
      * ES EL MINIMO (SITUACION BAJO) O EL MAXIMO (SOBRE).

       01  WS-DETALLE-RANGO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-LEGAJO       PIC 9(06).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-APELLIDO     PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-PUESTO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-LIMITE       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-COMPA        PIC ZZ9.999.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-SITUACION    PIC X(05).
           05 FILLER              PIC X(05)    VALUE ' '.

      * PROMEDIOS POR PUESTO Y POR DEPARTAMENTO.

       01  WS-TIT-PROMEDIOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-TPR-TEXTO        PIC X(40).
           05 FILLER              PIC X(59)    VALUE ' '.

       01  WS-SUB-PROMEDIOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "CODIGO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE "DESCRIPCION".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE " ACTIVOS".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "   FUERA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "PROM.CR".
           05 FILLER              PIC X(25)    VALUE ' '.

       01  WS-DET-PROMEDIO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DPR-CODIGO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DPR-DESCRIP      PIC X(30).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-DPR-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-DPR-FUERA        PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DPR-PROMEDIO     PIC ZZ9.999.
           05 FILLER              PIC X(26)    VALUE ' '.

       01  WS-DETALLE-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-TOT-LABEL        PIC X(29).
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(64)    VALUE ' '.

      * REGISTRO DE ERRORES DE E/S.

       01  WS-ERR-PARRAFO           PIC X(37)   VALUE SPACES.
       01  WS-ERR-FS-STATUS         PIC X(02)   VALUE SPACES.
       01  WS-ERR-MENSAJE           PIC X(100)  VALUE SPACES.


       PROCEDURE DIVISION.

           PERFORM 010-INICIO.


       010-INICIO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE

           PERFORM 030-ABRE-ARCHIVOS  THRU 030-FIN
           PERFORM 035-CARGA-PUESTOS  THRU 035-FIN
           PERFORM 105-ENCABEZADO     THRU 105-FIN

           PERFORM 040-LEE-EMPLEADOS THRU 040-FIN
           PERFORM 050-PROCESA-EMPLEADO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           PERFORM 150-PROMEDIOS THRU 150-FIN

           PERFORM 200-FINAL THRU 200-FIN.

           GOBACK.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT ERRORES

           IF 88-FS-ERRORES-YES
              SET 88-OPEN-ERRORES-YES TO TRUE
           ELSE
              SET 88-OPEN-ERRORES-NO  TO TRUE
           END-IF

           OPEN INPUT  EMPLEADOS
                OUTPUT COMPAREP

           IF 88-FS-EMPLEADOS-YES
              SET 88-OPEN-EMPLEADOS-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - EMPLEADOS" TO WS-ERR-PARRAFO
              MOVE FS-EMPLEADOS                    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-COMPAREP-YES
              SET 88-OPEN-COMPAREP-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - COMPAREP"  TO WS-ERR-PARRAFO
              MOVE FS-COMPAREP                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       030-FIN.  EXIT.

      * SIN MAESTRO DE PUESTOS NO HAY RANGOS CONTRA LOS CUALES
      * COMPARAR: EL PASO TERMINA CON ERROR.

       035-CARGA-PUESTOS.
           OPEN INPUT PUESTOS

           IF NOT 88-FS-PUESTOS-YES
              MOVE "035-CARGA-PUESTOS - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-PUESTOS                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 036-LEE-PUESTO THRU 036-FIN
           PERFORM 037-GUARDA-PUESTO THRU 037-FIN
                   UNTIL SW-FIN-PUE EQUAL "FIN"

           CLOSE PUESTOS.

       035-FIN.  EXIT.

       036-LEE-PUESTO.
           READ PUESTOS
               AT END
                   MOVE "FIN" TO SW-FIN-PUE
           END-READ
           IF NOT 88-FS-PUESTOS-YES AND NOT 88-FS-PUESTOS-EOF
              MOVE "036-LEE-PUESTO" TO WS-ERR-PARRAFO
              MOVE FS-PUESTOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       036-FIN.  EXIT.

       037-GUARDA-PUESTO.
           IF WS-CANT-PUESTOS < 200
              ADD 1 TO WS-CANT-PUESTOS
              SET WS-IDX-PUE TO WS-CANT-PUESTOS
              MOVE PUE-CODIGO      TO WS-PUE-CODIGO  (WS-IDX-PUE)
              MOVE PUE-DESCRIPCION TO WS-PUE-DESCRIP (WS-IDX-PUE)
              MOVE 0               TO WS-PUE-MINIMO  (WS-IDX-PUE)
                                      WS-PUE-MEDIO   (WS-IDX-PUE)
                                      WS-PUE-MAXIMO  (WS-IDX-PUE)
              IF PUE-SAL-MINIMO IS NUMERIC
                 MOVE PUE-SAL-MINIMO TO WS-PUE-MINIMO (WS-IDX-PUE)
              END-IF
              IF PUE-SAL-MEDIO IS NUMERIC
                 MOVE PUE-SAL-MEDIO  TO WS-PUE-MEDIO  (WS-IDX-PUE)
              END-IF
              IF PUE-SAL-MAXIMO IS NUMERIC
                 MOVE PUE-SAL-MAXIMO TO WS-PUE-MAXIMO (WS-IDX-PUE)
              END-IF
              MOVE 0               TO WS-PUE-CANT    (WS-IDX-PUE)
                                      WS-PUE-FUERA   (WS-IDX-PUE)
                                      WS-PUE-SUMA-CR (WS-IDX-PUE)
           ELSE
              MOVE "037-GUARDA-PUESTO - TABLA LLENA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF

           PERFORM 036-LEE-PUESTO THRU 036-FIN.

       037-FIN.  EXIT.

       040-LEE-EMPLEADOS.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-EMPLEADOS-YES AND NOT 88-FS-EMPLEADOS-EOF
              MOVE "040-LEE-EMPLEADOS" TO WS-ERR-PARRAFO
              MOVE FS-EMPLEADOS        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN EQUAL "FIN"
              ADD 1 TO WS-LEIDOS-EMP
           END-IF.

       040-FIN.  EXIT.

      * SOLO LOS ACTIVOS ENTRAN EN LA REVISION. EL PUESTO SE
      * BUSCA EN LA TABLA Y, SI TIENE PUNTO MEDIO, SE CALCULA
      * EL COMPA-RATIO Y SE ACUMULA EN PUESTO Y DEPTO.

       050-PROCESA-EMPLEADO.
           PERFORM 055-EVALUA-EMPLEADO THRU 055-FIN

           PERFORM 040-LEE-EMPLEADOS THRU 040-FIN.

       050-FIN.  EXIT.

       055-EVALUA-EMPLEADO.
           IF WS-STATUS-EMP NOT = 1
              GO TO 055-FIN
           END-IF

           ADD 1 TO WS-ACTIVOS-EMP

           MOVE 'N' TO WS-SW-PUESTO-HALLADO
           PERFORM 052-BUSCA-PUESTO THRU 052-FIN
                   VARYING WS-IDX-PUE FROM 1 BY 1
                   UNTIL WS-IDX-PUE > WS-CANT-PUESTOS
                      OR 88-PUESTO-HALLADO

           IF NOT 88-PUESTO-HALLADO
              ADD 1 TO WS-SIN-PUESTO
              GO TO 055-FIN
           END-IF
           SET WS-IDX-PUE DOWN BY 1

           IF WS-PUE-MEDIO (WS-IDX-PUE) = 0
              ADD 1 TO WS-SIN-PUESTO
              GO TO 055-FIN
           END-IF

           COMPUTE WS-COMPA-RATIO ROUNDED =
                   WS-SALARIO-EMP / WS-PUE-MEDIO (WS-IDX-PUE)

           MOVE 'N' TO WS-SW-FUERA
           IF WS-SALARIO-EMP < WS-PUE-MINIMO (WS-IDX-PUE)
              SET 88-FUERA-DE-RANGO TO TRUE
              MOVE WS-PUE-MINIMO (WS-IDX-PUE) TO WS-DET-LIMITE
              MOVE "BAJO"                     TO WS-DET-SITUACION
           ELSE
              IF WS-PUE-MAXIMO (WS-IDX-PUE) > 0
                 AND WS-SALARIO-EMP > WS-PUE-MAXIMO (WS-IDX-PUE)
                 SET 88-FUERA-DE-RANGO TO TRUE
                 MOVE WS-PUE-MAXIMO (WS-IDX-PUE) TO WS-DET-LIMITE
                 MOVE "SOBRE"                    TO WS-DET-SITUACION
              END-IF
           END-IF

           ADD 1              TO WS-PUE-CANT    (WS-IDX-PUE)
           ADD WS-COMPA-RATIO TO WS-PUE-SUMA-CR (WS-IDX-PUE)
           IF 88-FUERA-DE-RANGO
              ADD 1           TO WS-PUE-FUERA   (WS-IDX-PUE)
           END-IF

           PERFORM 060-ACUMULA-DEPTO THRU 060-FIN

           IF 88-FUERA-DE-RANGO
              PERFORM 070-LISTA-FUERA THRU 070-FIN
           END-IF.

       055-FIN.  EXIT.

       052-BUSCA-PUESTO.
           IF WS-PUE-CODIGO (WS-IDX-PUE) = WS-PUESTO-EMP
              SET 88-PUESTO-HALLADO TO TRUE
           END-IF.

       052-FIN.  EXIT.

      * EL DEPTO SE AGREGA A LA TABLA LA PRIMERA VEZ QUE
      * APARECE.

       060-ACUMULA-DEPTO.
           MOVE 'N' TO WS-SW-DEPTO-HALLADO
           PERFORM 062-BUSCA-DEPTO THRU 062-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
                      OR 88-DEPTO-HALLADO

           IF 88-DEPTO-HALLADO
              SET WS-IDX-DEP DOWN BY 1
           ELSE
              IF WS-CANT-DEPTOS < 200
                 ADD 1 TO WS-CANT-DEPTOS
                 SET WS-IDX-DEP TO WS-CANT-DEPTOS
                 MOVE WS-DEPTO-EMP TO WS-DEP-CODIGO  (WS-IDX-DEP)
                 MOVE 0            TO WS-DEP-CANT    (WS-IDX-DEP)
                                      WS-DEP-FUERA   (WS-IDX-DEP)
                                      WS-DEP-SUMA-CR (WS-IDX-DEP)
              ELSE
                 MOVE "060-ACUMULA-DEPTO - TABLA LLENA"
                                          TO WS-ERR-PARRAFO
                 MOVE "  "                TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
                 GO TO 060-FIN
              END-IF
           END-IF

           ADD 1              TO WS-DEP-CANT    (WS-IDX-DEP)
           ADD WS-COMPA-RATIO TO WS-DEP-SUMA-CR (WS-IDX-DEP)
           IF 88-FUERA-DE-RANGO
              ADD 1           TO WS-DEP-FUERA   (WS-IDX-DEP)
           END-IF.

       060-FIN.  EXIT.

       062-BUSCA-DEPTO.
           IF WS-DEP-CODIGO (WS-IDX-DEP) = WS-DEPTO-EMP
              SET 88-DEPTO-HALLADO TO TRUE
           END-IF.

       062-FIN.  EXIT.

       070-LISTA-FUERA.
           MOVE WS-LEGAJO-EMP   TO WS-DET-LEGAJO
           MOVE WS-APELLIDO-EMP TO WS-DET-APELLIDO
           MOVE WS-DEPTO-EMP    TO WS-DET-DEPTO
           MOVE WS-PUESTO-EMP   TO WS-DET-PUESTO
           MOVE WS-SALARIO-EMP  TO WS-DET-SALARIO
           MOVE WS-COMPA-RATIO  TO WS-DET-COMPA

           IF WS-LINEAS >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-RANGO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           ADD 1 TO WS-FUERA-RANGO.

       070-FIN.  EXIT.

       105-ENCABEZADO.
           ADD 1 TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM TO TIT-2-PAGINA

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-TITULO-1 TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-TITULO-2 TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-GUIONES TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-SUB-TITULO-1 TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-GUIONES TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 0 TO WS-LINEAS.

       105-FIN.  EXIT.

      * COMPA-RATIO PROMEDIO SOBRE TODOS LOS ACTIVOS DE CADA
      * PUESTO Y DE CADA DEPARTAMENTO.

       150-PROMEDIOS.
           MOVE "COMPA-RATIO PROMEDIO POR PUESTO" TO WS-TPR-TEXTO
           PERFORM 155-TITULO-PROMEDIOS THRU 155-FIN

           PERFORM 160-PROMEDIO-PUESTO THRU 160-FIN
                   VARYING WS-IDX-PUE FROM 1 BY 1
                   UNTIL WS-IDX-PUE > WS-CANT-PUESTOS

           MOVE "COMPA-RATIO PROMEDIO POR DEPARTAMENTO"
                                                  TO WS-TPR-TEXTO
           PERFORM 155-TITULO-PROMEDIOS THRU 155-FIN

           PERFORM 165-PROMEDIO-DEPTO THRU 165-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS.

       150-FIN.  EXIT.

       155-TITULO-PROMEDIOS.
           IF WS-LINEAS + 6 > WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-TIT-PROMEDIOS TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-SUB-PROMEDIOS TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       155-FIN.  EXIT.

       160-PROMEDIO-PUESTO.
           IF WS-PUE-CANT (WS-IDX-PUE) = 0
              GO TO 160-FIN
           END-IF

           MOVE WS-PUE-CODIGO  (WS-IDX-PUE) TO WS-DPR-CODIGO
           MOVE WS-PUE-DESCRIP (WS-IDX-PUE) TO WS-DPR-DESCRIP
           MOVE WS-PUE-CANT    (WS-IDX-PUE) TO WS-DPR-CANT
           MOVE WS-PUE-FUERA   (WS-IDX-PUE) TO WS-DPR-FUERA
           COMPUTE WS-COMPA-PROMEDIO ROUNDED =
                   WS-PUE-SUMA-CR (WS-IDX-PUE)
                   / WS-PUE-CANT (WS-IDX-PUE)
           MOVE WS-COMPA-PROMEDIO           TO WS-DPR-PROMEDIO

           IF WS-LINEAS >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DET-PROMEDIO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       160-FIN.  EXIT.

       165-PROMEDIO-DEPTO.
           MOVE WS-DEP-CODIGO  (WS-IDX-DEP) TO WS-DPR-CODIGO
           MOVE SPACES                      TO WS-DPR-DESCRIP
           MOVE WS-DEP-CANT    (WS-IDX-DEP) TO WS-DPR-CANT
           MOVE WS-DEP-FUERA   (WS-IDX-DEP) TO WS-DPR-FUERA
           COMPUTE WS-COMPA-PROMEDIO ROUNDED =
                   WS-DEP-SUMA-CR (WS-IDX-DEP)
                   / WS-DEP-CANT (WS-IDX-DEP)
           MOVE WS-COMPA-PROMEDIO           TO WS-DPR-PROMEDIO

           IF WS-LINEAS >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DET-PROMEDIO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       165-FIN.  EXIT.

       200-FINAL.
           MOVE "EMPLEADOS LEIDOS           : " TO WS-TOT-LABEL
           MOVE WS-LEIDOS-EMP    TO WS-TOT-CANT
           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "ACTIVOS REVISADOS          : " TO WS-TOT-LABEL
           MOVE WS-ACTIVOS-EMP   TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "FUERA DE RANGO             : " TO WS-TOT-LABEL
           MOVE WS-FUERA-RANGO   TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "SIN PUESTO / SIN RANGO     : " TO WS-TOT-LABEL
           MOVE WS-SIN-PUESTO    TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           IF 88-OPEN-EMPLEADOS-YES
              CLOSE EMPLEADOS
           END-IF
           IF 88-OPEN-COMPAREP-YES
              CLOSE COMPAREP
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           IF WS-SIN-PUESTO > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       200-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-COMPAREP FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-COMPAREP-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-COMPAREP           TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-LINEAS.

       940-FIN.  EXIT.

       900-ERROR-IO.
           STRING "ERROR EN " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ERR-PARRAFO) DELIMITED BY SIZE
                  " - FILE STATUS: "              DELIMITED BY SIZE
                  WS-ERR-FS-STATUS                DELIMITED BY SIZE
             INTO WS-ERR-MENSAJE
           END-STRING

           IF 88-OPEN-ERRORES-YES
              WRITE REG-ERRORES FROM WS-ERR-MENSAJE
              IF NOT 88-FS-ERRORES-YES
                 SET 88-OPEN-ERRORES-NO TO TRUE
              END-IF
           END-IF

           PERFORM 999-TERMINA THRU 999-FIN.

       900-FIN.  EXIT.

       910-AVISO-IO.
           STRING "AVISO EN " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ERR-PARRAFO) DELIMITED BY SIZE
                  " - FILE STATUS: "              DELIMITED BY SIZE
                  WS-ERR-FS-STATUS                DELIMITED BY SIZE
             INTO WS-ERR-MENSAJE
           END-STRING

           IF 88-OPEN-ERRORES-YES
              WRITE REG-ERRORES FROM WS-ERR-MENSAJE
              IF NOT 88-FS-ERRORES-YES
                 SET 88-OPEN-ERRORES-NO TO TRUE
              END-IF
           END-IF.

       910-FIN.  EXIT.

       999-TERMINA.
           IF 88-OPEN-EMPLEADOS-YES
              CLOSE EMPLEADOS
           END-IF
           IF 88-OPEN-COMPAREP-YES
              CLOSE COMPAREP
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
