      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_ANTI_EMP.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * ANTIGUEDAD Y ANIVERSARIOS DE SERVICIO.
      * LEE EL ARCHIVO LIMPIO EMPLIMPI.TXT QUE DEJA
      * PGM_EDIT_EMP Y, PARA CADA EMPLEADO ACTIVO, CALCULA LOS
      * ANIOS CUMPLIDOS DESDE SU FECHA DE INGRESO A LA FECHA
      * DE LA CORRIDA. EMITE (ANTIREPO.TXT):
      *  - POR DEPARTAMENTO Y EN TOTAL, LA CANTIDAD DE ACTIVOS
      *    Y EL SALARIO PROMEDIO EN CADA TRAMO DE ANTIGUEDAD:
      *    MENOS DE 1 ANIO, 1-4, 5-9, 10-14, 15-19, 20-24 Y 25
      *    ANIOS O MAS.
      *  - LOS ACTIVOS QUE CUMPLEN 5, 10, 15, 20 O 25 ANIOS DE
      *    SERVICIO EN EL MES SIGUIENTE AL DE LA CORRIDA,
      *    ORDENADOS POR DIA Y DEPARTAMENTO (BONIFICACION POR
      *    ANTIGUEDAD Y RECONOCIMIENTOS DE RRHH).
      * LOS ACTIVOS SIN FECHA DE INGRESO VALIDA SE CUENTAN
      * APARTE Y EL PASO TERMINA CON RETURN-CODE 4.
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

           SELECT ANTIREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ANTIREPO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ANTIREPO.

           SELECT ARCHIVO-SORT ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ANTISORT.TXT".

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRANTI.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORDING MODE IS F.
       01  REG-EMPLEADOS          PIC X(92).

       FD  ANTIREPO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ANTIREPO           PIC X(120).

      * ACTIVO QUE CUMPLE ANIVERSARIO EL MES QUE VIENE.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 86 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SORT.
           05 SRT-DIA             PIC 9(02).
           05 SRT-DEPTO           PIC X(15).
           05 SRT-LEGAJO          PIC 9(06).
           05 SRT-APELLIDO        PIC X(15).
           05 SRT-NOMBRE          PIC X(15).
           05 SRT-PUESTO          PIC X(15).
           05 SRT-FECHA-ING       PIC 9(08).
           05 SRT-FECHA-ANIV      PIC 9(08).
           05 SRT-ANIOS           PIC 9(02).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

       WORKING-STORAGE SECTION.

       77  FS-EMPLEADOS                  PIC  X(02) VALUE ' '.
           88 88-FS-EMPLEADOS-YES                   VALUE '00'.
           88 88-FS-EMPLEADOS-EOF                   VALUE '10'.

       77  FS-ANTIREPO                   PIC  X(02) VALUE ' '.
           88 88-FS-ANTIREPO-YES                    VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-EMPLEADOS             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-EMPLEADOS-YES                 VALUE 'YS'.
           88 88-OPEN-EMPLEADOS-NO                  VALUE 'N'.

       77  WS-OPEN-ANTIREPO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ANTIREPO-YES                  VALUE 'YS'.
           88 88-OPEN-ANTIREPO-NO                   VALUE 'N'.

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
              10 WS-FEC-ING-DESC REDEFINES WS-FECHA-INGRESO-EMP.
                 15 WS-ING-AAAA   PIC 9(04).
                 15 WS-ING-MMDD.
                    20 WS-ING-MM  PIC 9(02).
                    20 WS-ING-DD  PIC 9(02).
              10 WS-FECHA-EGRESO-EMP  PIC 9(08).
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE 0.
           05 WS-ACTIVOS-EMP      PIC 9(05)    VALUE 0.
           05 WS-SIN-INGRESO      PIC 9(05)    VALUE 0.
           05 WS-ANIVERSARIOS     PIC 9(05)    VALUE 0.
           05 SW-FIN              PIC X(03)    VALUE ' '.
           05 SW-FIN-SORT         PIC X(03)    VALUE ' '.
      *

      * ANTIGUEDAD DEL EMPLEADO EN PROCESO Y TRAMO QUE LE
      * CORRESPONDE (1 = MENOS DE 1 ANIO ... 7 = 25 O MAS).

       01  WS-ANIOS               PIC S9(04)   VALUE 0.
       01  WS-ANIOS-ANIV          PIC 9(04)    VALUE 0.
           88 88-ANIV-SERVICIO         VALUE 5 10 15 20 25.
       01  WS-TRAMO               PIC 9(01)    VALUE 0.
       01  WS-COCIENTE            PIC 9(04)    VALUE 0.
       01  WS-RESTO               PIC 9(04)    VALUE 0.
       01  WS-IDX-TRA             PIC 9(01)    VALUE 0.

      * DEPARTAMENTOS EN EL ORDEN EN QUE APARECEN, CON
      * CANTIDAD Y SUMA DE SALARIOS POR TRAMO. LA ENTRADA
      * TOTAL ACUMULA TODOS LOS DEPARTAMENTOS.

       01  WS-CANT-DEPTOS         PIC 9(03)    VALUE 0.
       01  WS-SW-DEPTO-HALLADO    PIC X(01)    VALUE 'N'.
           88 88-DEPTO-HALLADO                 VALUE 'S'.

       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ITEM OCCURS 200 TIMES
                            INDEXED BY WS-IDX-DEP.
              10 WS-DEP-CODIGO    PIC X(15).
              10 WS-DEP-TRAMO OCCURS 7 TIMES.
                 15 WS-DEP-CANT   PIC 9(05).
                 15 WS-DEP-SUMA   PIC 9(11)V99.

       01  WS-TOTAL-DEPTOS.
           05 WS-TOT-TRAMO OCCURS 7 TIMES.
              10 WS-TOT-TRA-CANT  PIC 9(05).
              10 WS-TOT-TRA-SUMA  PIC 9(11)V99.

       01  WS-SAL-PROMEDIO        PIC 9(07)V99 VALUE 0.

      * FECHA DE LA CORRIDA Y MES SIGUIENTE (EL DE LOS
      * ANIVERSARIOS).

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

       01  WS-FECHA-PROCESO       PIC 9(08)    VALUE 0.
       01  WS-FEC-PRO-DESC REDEFINES WS-FECHA-PROCESO.
           05 WS-PRO-AAAA         PIC 9(04).
           05 WS-PRO-MMDD         PIC 9(04).

       01  WS-PROX-AAAA           PIC 9(04)    VALUE 0.
       01  WS-PROX-MM             PIC 9(02)    VALUE 0.

       01  WS-FECHA-ANIV          PIC 9(08)    VALUE 0.
       01  WS-FEC-ANIV-DESC REDEFINES WS-FECHA-ANIV.
           05 WS-ANV-AAAA         PIC 9(04).
           05 WS-ANV-MM           PIC 9(02).
           05 WS-ANV-DD           PIC 9(02).

      * CONTROL DE PAGINACION Y ESCRITURA DEL REPORTE.

       01  WS-LINEA-SALIDA         PIC X(120).
       01  WS-ADVANCE-LINES        PIC 9(02)    VALUE 1.
       01  WS-LINEAS                PIC 9(03)   VALUE 0.
       01  WS-MAX-LINEAS            PIC 9(03)   VALUE 060.
       01  WS-PAGINA-NUM            PIC 9(03)   VALUE 0.

      * SUBTITULO DE LA SECCION EN CURSO (SE REPITE AL CAMBIAR
      * DE PAGINA).

       01  WS-SUBT-VIGENTE         PIC X(120)   VALUE SPACES.
       01  WS-LINEA-GUARDA         PIC X(120)   VALUE SPACES.

      * TITULOS.

       01  WS-TITULO-1.
           03 FILLER              PIC X(35)    VALUE ' '.
           03 WS-TIT-1            PIC X(40)
                   VALUE "ANTIGUEDAD Y ANIVERSARIOS DE SERVICIO".
           03 FILLER              PIC X(45)    VALUE ' '.

       01  WS-TITULO-2.
           03 FILLER              PIC X(08)    VALUE " FECHA: ".
           03 WS-TIT2-FECHA.
               05 TIT-2-DD         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
               05 TIT-2-MM         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
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

       01  WS-TIT-SECCION.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-SEC-TEXTO        PIC X(60).
           05 FILLER              PIC X(59)    VALUE ' '.

      * SECCION TRAMOS: DOS LINEAS POR DEPARTAMENTO (ACTIVOS Y
      * SALARIO PROMEDIO), UNA COLUMNA POR TRAMO.

       01  WS-SUBT-TRAMOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "ANIOS".
           05 FILLER              PIC X(13)    VALUE "   MENOS DE 1".
           05 FILLER              PIC X(13)    VALUE "        1 A 4".
           05 FILLER              PIC X(13)    VALUE "        5 A 9".
           05 FILLER              PIC X(13)    VALUE "      10 A 14".
           05 FILLER              PIC X(13)    VALUE "      15 A 19".
           05 FILLER              PIC X(13)    VALUE "      20 A 24".
           05 FILLER              PIC X(13)    VALUE "     25 Y MAS".
           05 FILLER              PIC X(03)    VALUE ' '.

       01  WS-DETALLE-CANT.
           05 FILLER              PIC X(01).
           05 WS-DCA-DEPTO        PIC X(15).
           05 FILLER              PIC X(01).
           05 WS-DCA-CONCEPTO     PIC X(09).
           05 WS-DCA-TRAMO OCCURS 7 TIMES.
              10 FILLER           PIC X(07).
              10 WS-DCA-CANT      PIC ZZ,ZZ9.
           05 FILLER              PIC X(03).

       01  WS-DETALLE-PROM.
           05 FILLER              PIC X(01).
           05 WS-DPR-DEPTO        PIC X(15).
           05 FILLER              PIC X(01).
           05 WS-DPR-CONCEPTO     PIC X(09).
           05 WS-DPR-TRAMO OCCURS 7 TIMES.
              10 FILLER           PIC X(01).
              10 WS-DPR-PROMEDIO  PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03).

      * SECCION ANIVERSARIOS DEL MES SIGUIENTE.

       01  WS-SUBT-ANIVERSARIOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "APELLIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "NOMBRE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "PUESTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "INGRESO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "ANIVERSAR.".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "ANIOS".
           05 FILLER              PIC X(19)    VALUE ' '.

       01  WS-DETALLE-ANIV.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAN-LEGAJO       PIC 9(06).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAN-APELLIDO     PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAN-NOMBRE       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAN-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAN-PUESTO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAN-INGRESO.
              10 WS-DAN-ING-DD    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DAN-ING-MM    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DAN-ING-AAAA  PIC 9(04).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DAN-ANIVERSARIO.
              10 WS-DAN-ANV-DD    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DAN-ANV-MM    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DAN-ANV-AAAA  PIC 9(04).
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-DAN-ANIOS        PIC Z9.
           05 FILLER              PIC X(19)    VALUE ' '.

       01  WS-DET-SIN-DATOS.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-SIN-TEXTO        PIC X(60).
           05 FILLER              PIC X(57)    VALUE ' '.

       01  WS-DETALLE-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-TOT-LABEL        PIC X(29).
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(84)    VALUE ' '.

      * DESCOMPOSICION DE FECHAS AAAAMMDD PARA LA IMPRESION.

       01  WS-FECHA-EDIT          PIC 9(08)    VALUE 0.
       01  WS-FEC-EDIT-DESC REDEFINES WS-FECHA-EDIT.
           05 WS-EDT-AAAA         PIC 9(04).
           05 WS-EDT-MM           PIC 9(02).
           05 WS-EDT-DD           PIC 9(02).

      * REGISTRO DE ERRORES DE E/S.

       01  WS-ERR-PARRAFO           PIC X(37)   VALUE SPACES.
       01  WS-ERR-FS-STATUS         PIC X(02)   VALUE SPACES.
       01  WS-ERR-MENSAJE           PIC X(100)  VALUE SPACES.


       PROCEDURE DIVISION.

           PERFORM 010-INICIO.


       010-INICIO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
           MOVE WS-ACTUAL-DATE         TO WS-FECHA-PROCESO

           MOVE WS-DATE-AAAA           TO WS-PROX-AAAA
           COMPUTE WS-PROX-MM = WS-DATE-MM + 1
           IF WS-PROX-MM > 12
              MOVE 1 TO WS-PROX-MM
              ADD 1  TO WS-PROX-AAAA
           END-IF

           MOVE 0 TO WS-TOT-TRA-CANT (1) WS-TOT-TRA-SUMA (1)
                     WS-TOT-TRA-CANT (2) WS-TOT-TRA-SUMA (2)
                     WS-TOT-TRA-CANT (3) WS-TOT-TRA-SUMA (3)
                     WS-TOT-TRA-CANT (4) WS-TOT-TRA-SUMA (4)
                     WS-TOT-TRA-CANT (5) WS-TOT-TRA-SUMA (5)
                     WS-TOT-TRA-CANT (6) WS-TOT-TRA-SUMA (6)
                     WS-TOT-TRA-CANT (7) WS-TOT-TRA-SUMA (7)

           PERFORM 030-ABRE-ARCHIVOS  THRU 030-FIN
           PERFORM 105-ENCABEZADO     THRU 105-FIN

           SORT ARCHIVO-SORT ON ASCENDING KEY
                SRT-DIA SRT-DEPTO SRT-LEGAJO
           INPUT  PROCEDURE 020-PROCESA-EMPLEADOS THRU 020-FIN
           OUTPUT PROCEDURE 100-EMITE-REPORTE     THRU 100-FIN

           PERFORM 200-FINAL THRU 200-FIN.

           GOBACK.

      * ENTRADA DEL SORT: RECORRE EMPLIMPI, ACUMULA LOS TRAMOS
      * Y LIBERA LOS ANIVERSARIOS DEL MES SIGUIENTE.

       020-PROCESA-EMPLEADOS.
           PERFORM 040-LEE-EMPLEADOS THRU 040-FIN
           PERFORM 050-PROCESA-EMPLEADO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN".

       020-FIN.  EXIT.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT ERRORES

           IF 88-FS-ERRORES-YES
              SET 88-OPEN-ERRORES-YES TO TRUE
           ELSE
              SET 88-OPEN-ERRORES-NO  TO TRUE
           END-IF

           OPEN INPUT  EMPLEADOS
                OUTPUT ANTIREPO

           IF 88-FS-EMPLEADOS-YES
              SET 88-OPEN-EMPLEADOS-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - EMPLEADOS" TO WS-ERR-PARRAFO
              MOVE FS-EMPLEADOS                    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-ANTIREPO-YES
              SET 88-OPEN-ANTIREPO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - ANTIREPO"  TO WS-ERR-PARRAFO
              MOVE FS-ANTIREPO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       030-FIN.  EXIT.

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

       050-PROCESA-EMPLEADO.
           PERFORM 055-EVALUA-EMPLEADO THRU 055-FIN

           PERFORM 040-LEE-EMPLEADOS THRU 040-FIN.

       050-FIN.  EXIT.

      * SOLO LOS ACTIVOS. LOS ANIOS CUMPLIDOS SON LA DIFERENCIA
      * DE ANIOS, MENOS UNO SI TODAVIA NO LLEGO EL DIA DEL
      * INGRESO EN EL ANIO DE LA CORRIDA.

       055-EVALUA-EMPLEADO.
           IF WS-STATUS-EMP NOT = 1
              GO TO 055-FIN
           END-IF

           ADD 1 TO WS-ACTIVOS-EMP

           IF WS-FECHA-INGRESO-EMP IS NOT NUMERIC
              OR WS-FECHA-INGRESO-EMP = 0
              ADD 1 TO WS-SIN-INGRESO
              GO TO 055-FIN
           END-IF

           COMPUTE WS-ANIOS = WS-PRO-AAAA - WS-ING-AAAA
           IF WS-PRO-MMDD < WS-ING-MMDD
              SUBTRACT 1 FROM WS-ANIOS
           END-IF

           PERFORM 060-CALCULA-TRAMO THRU 060-FIN
           PERFORM 065-ACUMULA-DEPTO THRU 065-FIN

           ADD 1              TO WS-TOT-TRA-CANT (WS-TRAMO)
           ADD WS-SALARIO-EMP TO WS-TOT-TRA-SUMA (WS-TRAMO)

           PERFORM 070-VERIFICA-ANIVERSARIO THRU 070-FIN.

       055-FIN.  EXIT.

       060-CALCULA-TRAMO.
           IF WS-ANIOS < 1
              MOVE 1 TO WS-TRAMO
              GO TO 060-FIN
           END-IF
           IF WS-ANIOS < 5
              MOVE 2 TO WS-TRAMO
              GO TO 060-FIN
           END-IF
           IF WS-ANIOS >= 25
              MOVE 7 TO WS-TRAMO
              GO TO 060-FIN
           END-IF

      * DE 5 A 24 ANIOS: UN TRAMO CADA CINCO.
           DIVIDE WS-ANIOS BY 5 GIVING WS-COCIENTE
                                REMAINDER WS-RESTO
           COMPUTE WS-TRAMO = WS-COCIENTE + 2.

       060-FIN.  EXIT.

      * EL DEPTO SE AGREGA A LA TABLA LA PRIMERA VEZ QUE
      * APARECE.

       065-ACUMULA-DEPTO.
           MOVE 'N' TO WS-SW-DEPTO-HALLADO
           PERFORM 067-BUSCA-DEPTO THRU 067-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
                      OR 88-DEPTO-HALLADO

           IF 88-DEPTO-HALLADO
              SET WS-IDX-DEP DOWN BY 1
           ELSE
              IF WS-CANT-DEPTOS < 200
                 ADD 1 TO WS-CANT-DEPTOS
                 SET WS-IDX-DEP TO WS-CANT-DEPTOS
                 MOVE WS-DEPTO-EMP TO WS-DEP-CODIGO (WS-IDX-DEP)
                 PERFORM 068-LIMPIA-TRAMO THRU 068-FIN
                         VARYING WS-IDX-TRA FROM 1 BY 1
                         UNTIL WS-IDX-TRA > 7
              ELSE
                 MOVE "065-ACUMULA-DEPTO - TABLA LLENA"
                                          TO WS-ERR-PARRAFO
                 MOVE "  "                TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
                 GO TO 065-FIN
              END-IF
           END-IF

           ADD 1              TO WS-DEP-CANT (WS-IDX-DEP, WS-TRAMO)
           ADD WS-SALARIO-EMP TO WS-DEP-SUMA (WS-IDX-DEP, WS-TRAMO).

       065-FIN.  EXIT.

       067-BUSCA-DEPTO.
           IF WS-DEP-CODIGO (WS-IDX-DEP) = WS-DEPTO-EMP
              SET 88-DEPTO-HALLADO TO TRUE
           END-IF.

       067-FIN.  EXIT.

       068-LIMPIA-TRAMO.
           MOVE 0 TO WS-DEP-CANT (WS-IDX-DEP, WS-IDX-TRA)
                     WS-DEP-SUMA (WS-IDX-DEP, WS-IDX-TRA).

       068-FIN.  EXIT.

      * ANIVERSARIO: EL MES DE INGRESO ES EL MES SIGUIENTE Y
      * LOS ANIOS QUE CUMPLE ESE MES SON 5, 10, 15, 20 O 25.
      * EL INGRESO DEL 29/02 SE FESTEJA EL 28/02 EN ANIO NO
      * BISIESTO.

       070-VERIFICA-ANIVERSARIO.
           IF WS-ING-MM NOT = WS-PROX-MM
              OR WS-ING-AAAA >= WS-PROX-AAAA
              GO TO 070-FIN
           END-IF

           COMPUTE WS-ANIOS-ANIV = WS-PROX-AAAA - WS-ING-AAAA
           IF NOT 88-ANIV-SERVICIO
              GO TO 070-FIN
           END-IF

           MOVE WS-PROX-AAAA TO WS-ANV-AAAA
           MOVE WS-PROX-MM   TO WS-ANV-MM
           MOVE WS-ING-DD    TO WS-ANV-DD
           IF WS-ANV-MM = 2 AND WS-ANV-DD = 29
              DIVIDE WS-ANV-AAAA BY 4 GIVING WS-COCIENTE
                                      REMAINDER WS-RESTO
              IF WS-RESTO NOT = 0
                 MOVE 28 TO WS-ANV-DD
              END-IF
           END-IF

           MOVE SPACES               TO REG-SORT
           MOVE WS-ANV-DD            TO SRT-DIA
           MOVE WS-DEPTO-EMP         TO SRT-DEPTO
           MOVE WS-LEGAJO-EMP        TO SRT-LEGAJO
           MOVE WS-APELLIDO-EMP      TO SRT-APELLIDO
           MOVE WS-NOMBRE-EMP        TO SRT-NOMBRE
           MOVE WS-PUESTO-EMP        TO SRT-PUESTO
           MOVE WS-FECHA-INGRESO-EMP TO SRT-FECHA-ING
           MOVE WS-FECHA-ANIV        TO SRT-FECHA-ANIV
           MOVE WS-ANIOS-ANIV        TO SRT-ANIOS

           RELEASE REG-SORT.

       070-FIN.  EXIT.

      * SALIDA DEL SORT: PRIMERO LOS TRAMOS (YA COMPLETOS AL
      * TERMINAR LA ENTRADA) Y DESPUES LOS ANIVERSARIOS.

       100-EMITE-REPORTE.
           MOVE "ACTIVOS Y SALARIO PROMEDIO POR TRAMO DE ANTIGUEDAD"
                                          TO WS-SEC-TEXTO
           MOVE WS-SUBT-TRAMOS            TO WS-SUBT-VIGENTE
           PERFORM 110-TITULO-SECCION THRU 110-FIN

           PERFORM 120-LISTA-DEPTO THRU 120-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS

           PERFORM 125-LISTA-TOTAL THRU 125-FIN

           MOVE SPACES                    TO WS-SEC-TEXTO
           STRING "ANIVERSARIOS DE SERVICIO DEL MES "
                                          DELIMITED BY SIZE
                  WS-PROX-MM              DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-PROX-AAAA            DELIMITED BY SIZE
             INTO WS-SEC-TEXTO
           END-STRING
           MOVE WS-SUBT-ANIVERSARIOS      TO WS-SUBT-VIGENTE
           PERFORM 110-TITULO-SECCION THRU 110-FIN

           MOVE SPACES TO SW-FIN-SORT
           PERFORM 135-RETORNA-ANIV THRU 135-FIN
           PERFORM 140-LISTA-ANIV THRU 140-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"

           IF WS-ANIVERSARIOS = 0
              MOVE "SIN ANIVERSARIOS DE SERVICIO EN EL MES"
                                          TO WS-SIN-TEXTO
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DET-SIN-DATOS TO WS-LINEA-SALIDA
              PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN
           END-IF.

       100-FIN.  EXIT.

       110-TITULO-SECCION.
           IF WS-LINEAS + 6 > WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-TIT-SECCION TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           PERFORM 112-SUBTITULO THRU 112-FIN.

       110-FIN.  EXIT.

       112-SUBTITULO.
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-SUBT-VIGENTE TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       112-FIN.  EXIT.

       120-LISTA-DEPTO.
           MOVE SPACES                     TO WS-DETALLE-CANT
                                              WS-DETALLE-PROM
           MOVE WS-DEP-CODIGO (WS-IDX-DEP) TO WS-DCA-DEPTO

           PERFORM 122-ARMA-TRAMO-DEPTO THRU 122-FIN
                   VARYING WS-IDX-TRA FROM 1 BY 1
                   UNTIL WS-IDX-TRA > 7

           PERFORM 128-ESCRIBE-PAR THRU 128-FIN.

       120-FIN.  EXIT.

       122-ARMA-TRAMO-DEPTO.
           MOVE WS-DEP-CANT (WS-IDX-DEP, WS-IDX-TRA)
                                 TO WS-DCA-CANT (WS-IDX-TRA)
           IF WS-DEP-CANT (WS-IDX-DEP, WS-IDX-TRA) > 0
              COMPUTE WS-SAL-PROMEDIO ROUNDED =
                      WS-DEP-SUMA (WS-IDX-DEP, WS-IDX-TRA)
                      / WS-DEP-CANT (WS-IDX-DEP, WS-IDX-TRA)
              MOVE WS-SAL-PROMEDIO TO WS-DPR-PROMEDIO (WS-IDX-TRA)
           END-IF.

       122-FIN.  EXIT.

       125-LISTA-TOTAL.
           MOVE SPACES                     TO WS-DETALLE-CANT
                                              WS-DETALLE-PROM
           MOVE "TOTAL"                    TO WS-DCA-DEPTO

           PERFORM 127-ARMA-TRAMO-TOTAL THRU 127-FIN
                   VARYING WS-IDX-TRA FROM 1 BY 1
                   UNTIL WS-IDX-TRA > 7

           PERFORM 128-ESCRIBE-PAR THRU 128-FIN.

       125-FIN.  EXIT.

       127-ARMA-TRAMO-TOTAL.
           MOVE WS-TOT-TRA-CANT (WS-IDX-TRA)
                                 TO WS-DCA-CANT (WS-IDX-TRA)
           IF WS-TOT-TRA-CANT (WS-IDX-TRA) > 0
              COMPUTE WS-SAL-PROMEDIO ROUNDED =
                      WS-TOT-TRA-SUMA (WS-IDX-TRA)
                      / WS-TOT-TRA-CANT (WS-IDX-TRA)
              MOVE WS-SAL-PROMEDIO TO WS-DPR-PROMEDIO (WS-IDX-TRA)
           END-IF.

       127-FIN.  EXIT.

      * LINEA DE ACTIVOS Y LINEA DE SALARIO PROMEDIO DEL MISMO
      * DEPARTAMENTO: NUNCA QUEDAN EN PAGINAS DISTINTAS.

       128-ESCRIBE-PAR.
           MOVE "ACTIVOS"                  TO WS-DCA-CONCEPTO
           MOVE "SAL.PROM."                TO WS-DPR-CONCEPTO

           IF WS-LINEAS + 3 > WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
              PERFORM 112-SUBTITULO  THRU 112-FIN
           END-IF

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-CANT TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-PROM TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       128-FIN.  EXIT.

       135-RETORNA-ANIV.
           RETURN ARCHIVO-SORT
               AT END
                   MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.

       135-FIN.  EXIT.

       140-LISTA-ANIV.
           MOVE SRT-LEGAJO        TO WS-DAN-LEGAJO
           MOVE SRT-APELLIDO      TO WS-DAN-APELLIDO
           MOVE SRT-NOMBRE        TO WS-DAN-NOMBRE
           MOVE SRT-DEPTO         TO WS-DAN-DEPTO
           MOVE SRT-PUESTO        TO WS-DAN-PUESTO

           MOVE SRT-FECHA-ING     TO WS-FECHA-EDIT
           MOVE WS-EDT-DD         TO WS-DAN-ING-DD
           MOVE WS-EDT-MM         TO WS-DAN-ING-MM
           MOVE WS-EDT-AAAA       TO WS-DAN-ING-AAAA

           MOVE SRT-FECHA-ANIV    TO WS-FECHA-EDIT
           MOVE WS-EDT-DD         TO WS-DAN-ANV-DD
           MOVE WS-EDT-MM         TO WS-DAN-ANV-MM
           MOVE WS-EDT-AAAA       TO WS-DAN-ANV-AAAA

           MOVE SRT-ANIOS         TO WS-DAN-ANIOS

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-ANIV TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           ADD 1 TO WS-ANIVERSARIOS

           PERFORM 135-RETORNA-ANIV THRU 135-FIN.

       140-FIN.  EXIT.

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

           MOVE 0 TO WS-LINEAS.

       105-FIN.  EXIT.

       200-FINAL.
           MOVE "EMPLEADOS LEIDOS           : " TO WS-TOT-LABEL
           MOVE WS-LEIDOS-EMP    TO WS-TOT-CANT
           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "ACTIVOS                    : " TO WS-TOT-LABEL
           MOVE WS-ACTIVOS-EMP   TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "ANIVERSARIOS DEL MES       : " TO WS-TOT-LABEL
           MOVE WS-ANIVERSARIOS  TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "ACTIVOS SIN FECHA INGRESO  : " TO WS-TOT-LABEL
           MOVE WS-SIN-INGRESO   TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           IF 88-OPEN-EMPLEADOS-YES
              CLOSE EMPLEADOS
           END-IF
           IF 88-OPEN-ANTIREPO-YES
              CLOSE ANTIREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           IF WS-SIN-INGRESO > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       200-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-ANTIREPO FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-ANTIREPO-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-ANTIREPO           TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-LINEAS.

       940-FIN.  EXIT.

      * DETALLE CON CORTE DE PAGINA: REPITE EL SUBTITULO DE LA
      * SECCION EN LA PAGINA NUEVA.

       945-ESCRIBE-DETALLE.
           IF WS-LINEAS >= WS-MAX-LINEAS
              MOVE WS-LINEA-SALIDA TO WS-LINEA-GUARDA
              PERFORM 105-ENCABEZADO THRU 105-FIN
              PERFORM 112-SUBTITULO  THRU 112-FIN
              MOVE WS-LINEA-GUARDA TO WS-LINEA-SALIDA
              MOVE 1               TO WS-ADVANCE-LINES
           END-IF

           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       945-FIN.  EXIT.

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
           IF 88-OPEN-ANTIREPO-YES
              CLOSE ANTIREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
