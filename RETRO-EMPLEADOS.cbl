      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_RETRO_EMP.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * DIFERENCIAS RETROACTIVAS DE SALARIO.
      * LEE AUDITORI.TXT (PARES ANTES / DESPUES QUE GRABA
      * PGM_MANT_EMP) Y TOMA LAS MODIFICACIONES ('M') CON
      * CAMBIO DE SALARIO CUYA FECHA DE VIGENCIA ES ANTERIOR
      * A LA FECHA DE CAPTURA. POR CADA UNA CALCULA LOS MESES
      * DE NOMINA YA LIQUIDADOS CON EL SALARIO VIEJO (DEL MES
      * DE VIGENCIA AL MES ANTERIOR AL DE CAPTURA) Y EL
      * IMPORTE A PAGAR (AUMENTO) O A RECUPERAR (REBAJA) =
      * DIFERENCIA MENSUAL X MESES.
      * EMITE RETROREP.TXT PARA APROBACION, CON SUBTOTAL POR
      * LEGAJO Y TOTALES POR DEPARTAMENTO, Y LA INTERFAZ
      * RETROGL.TXT CON EL MISMO HEADER (ID DE CORRIDA) Y
      * TRAILER DE CONTROL QUE INTERGL.TXT. SI HAY DETALLES
      * DEJA EL ENVIO EN GLENVIOS.TXT CON ORIGEN 'RET' PARA
      * QUE PGM_CONC_GL LO CONCILIE CON EL ACUSE DE FINANZAS.
      * LA TARJETA RETROPRM.TXT DEFINE EL RANGO DE FECHAS DE
      * CAPTURA A CONSIDERAR (CERO = SIN LIMITE); SIN TARJETA
      * SE TOMAN LAS CAPTURAS DEL DIA.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\AUDITORI.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUDITORIA.

           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETROPRM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

           SELECT RETROREP     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETROREP.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RETROREP.

           SELECT INTERFAZ-RETRO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETROGL.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-INTERFAZ-RETRO.

           SELECT OPTIONAL GL-ENVIOS ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\GLENVIOS.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-GL-ENVIOS.

           SELECT ARCHIVO-SORT ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETRSORT.TXT".

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRRETRO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITORIA          PIC X(133).

      * PARAMETROS: RANGO DE FECHAS DE CAPTURA (CERO = SIN
      * LIMITE).
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-RET-DESDE      PIC 9(08).
           05 PARM-RET-HASTA      PIC 9(08).
           05 FILLER              PIC X(04).

       FD  RETROREP
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETROREP           PIC X(100).

       FD  INTERFAZ-RETRO
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-RETRO     PIC X(60).

       FD  GL-ENVIOS
           RECORDING MODE IS F.
       01  REG-GL-ENVIOS          PIC X(60).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

      * UN REGISTRO POR MOVIMIENTO RETROACTIVO, CLASIFICADO
      * POR DEPARTAMENTO, LEGAJO Y FECHA DE VIGENCIA.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SORT.
           05 SORT-DEPTO          PIC X(15).
           05 SORT-LEGAJO         PIC X(06).
           05 SORT-FECHA-EFEC     PIC 9(08).
           05 SORT-FECHA-CAP      PIC 9(08).
           05 SORT-SAL-ANT        PIC 9(07)V99.
           05 SORT-SAL-NVO        PIC 9(07)V99.
           05 SORT-MESES          PIC 9(03).
           05 SORT-DIF-MENSUAL    PIC S9(07)V99.
           05 SORT-IMPORTE        PIC S9(11)V99.

       WORKING-STORAGE SECTION.

       77  FS-AUDITORIA                  PIC  X(02) VALUE ' '.
           88 88-FS-AUDITORIA-YES                   VALUE '00' '05'.
           88 88-FS-AUDITORIA-EOF                   VALUE '10'.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-RETROREP                   PIC  X(02) VALUE ' '.
           88 88-FS-RETROREP-YES                    VALUE '00'.

       77  FS-INTERFAZ-RETRO             PIC  X(02) VALUE ' '.
           88 88-FS-INTERFAZ-RETRO-YES              VALUE '00'.

       77  FS-GL-ENVIOS                  PIC  X(02) VALUE ' '.
           88 88-FS-GL-ENVIOS-YES                   VALUE '00' '05'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-AUDITORIA             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-AUDITORIA-YES                 VALUE 'YS'.
           88 88-OPEN-AUDITORIA-NO                  VALUE 'N'.

       77  WS-OPEN-RETROREP              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-RETROREP-YES                  VALUE 'YS'.
           88 88-OPEN-RETROREP-NO                   VALUE 'N'.

       77  WS-OPEN-INTERFAZ-RETRO        PIC  X(02) VALUE 'YO'.
           88 88-OPEN-INTERFAZ-RETRO-YES            VALUE 'YS'.
           88 88-OPEN-INTERFAZ-RETRO-NO             VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * REGISTRO DE AUDITORIA: MISMO LAYOUT QUE WS-REG-AUDITORIA
      * DE PGM_MANT_EMP. LA IMAGEN ES EL REGISTRO DEL MAESTRO.

       01  WS-AREAS-A-USAR.
           05 WS-REG-AUDITORIA.
              10 WS-AUD-FECHA     PIC 9(08).
              10 WS-AUD-HORA      PIC 9(06).
              10 WS-AUD-TIPO-MOV  PIC X(01).
              10 WS-AUD-CLASE     PIC X(01).
                 88 88-AUD-ANTES             VALUE 'A'.
                 88 88-AUD-DESPUES           VALUE 'D'.
              10 WS-AUD-FECHA-EFEC PIC 9(08).
              10 WS-AUD-IMAGEN    PIC X(92).
              10 WS-AUD-OPERADOR  PIC X(08).
              10 WS-AUD-APROBADOR PIC X(08).
              10 FILLER           PIC X(01).
           05 WS-LEIDOS-AUD       PIC 9(05)    VALUE 0.
           05 WS-RETRO-MOV        PIC 9(05)    VALUE 0.
           05 WS-IMPRESOS         PIC 9(05)    VALUE 0.
           05 SW-FIN              PIC X(03)    VALUE ' '.
           05 SW-FIN-SORT         PIC X(03)    VALUE ' '.
      *

      * IMAGENES ANTES / DESPUES DEL MOVIMIENTO EN PROCESO,
      * CON EL LAYOUT DEL REGISTRO DEL MAESTRO.

       01  WS-IMAGEN-ANTES.
           05 WS-ANT-LEGAJO       PIC X(06).
           05 WS-ANT-NOMBRE       PIC X(15).
           05 WS-ANT-APELLIDO     PIC X(15).
           05 WS-ANT-STATUS       PIC X(01).
           05 WS-ANT-DEPTO        PIC X(15).
           05 WS-ANT-PUESTO       PIC X(15).
           05 WS-ANT-SALARIO      PIC X(09).
           05 WS-ANT-SALARIO-N REDEFINES WS-ANT-SALARIO
                                  PIC 9(07)V99.
           05 WS-ANT-FECHA-ING     PIC X(08).
           05 WS-ANT-FECHA-EGR     PIC X(08).

       01  WS-IMAGEN-DESPUES.
           05 WS-DES-LEGAJO       PIC X(06).
           05 WS-DES-NOMBRE       PIC X(15).
           05 WS-DES-APELLIDO     PIC X(15).
           05 WS-DES-STATUS       PIC X(01).
           05 WS-DES-DEPTO        PIC X(15).
           05 WS-DES-PUESTO       PIC X(15).
           05 WS-DES-SALARIO      PIC X(09).
           05 WS-DES-SALARIO-N REDEFINES WS-DES-SALARIO
                                  PIC 9(07)V99.
           05 WS-DES-FECHA-ING     PIC X(08).
           05 WS-DES-FECHA-EGR     PIC X(08).

       01  WS-SW-ANTES-CARGADA    PIC X(01)    VALUE 'N'.
           88 88-ANTES-CARGADA                 VALUE 'S'.

      * MESES RETROACTIVOS: DIFERENCIA EN MESES CALENDARIO
      * ENTRE EL MES DE CAPTURA Y EL MES DE VIGENCIA. EL MES
      * DE CAPTURA YA SE LIQUIDA CON EL SALARIO NUEVO.

       01  WS-FEC-CAPTURA.
           05 WS-FCA-AAAA         PIC 9(04).
           05 WS-FCA-MM           PIC 9(02).
           05 WS-FCA-DD           PIC 9(02).

       01  WS-FEC-VIGENCIA.
           05 WS-FVI-AAAA         PIC 9(04).
           05 WS-FVI-MM           PIC 9(02).
           05 WS-FVI-DD           PIC 9(02).

       01  WS-MESES-CAPTURA       PIC 9(06)    VALUE 0.
       01  WS-MESES-VIGENCIA      PIC 9(06)    VALUE 0.
       01  WS-MESES-ATRASO        PIC S9(06)   VALUE 0.
       01  WS-DIF-MENSUAL         PIC S9(07)V99 VALUE 0.
       01  WS-IMPORTE-RETRO       PIC S9(11)V99 VALUE 0.

      * PARAMETROS EFECTIVOS (DEFAULT: CAPTURAS DEL DIA).

       01  WS-FECHA-DESDE         PIC 9(08)    VALUE 0.
       01  WS-FECHA-HASTA         PIC 9(08)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).
           03 WS-ACTUAL-TIME.
              05 WS-TIME-HH       PIC 9(02).
              05 WS-TIME-MM       PIC 9(02).
              05 WS-TIME-SS       PIC 9(02).

      * IDENTIFICACION DE LA CORRIDA (FECHA + HORA), MISMO
      * CRITERIO QUE PGM_MAX_MIN PARA LA INTERFAZ GL.

       01  WS-RUN-ID              PIC X(14)    VALUE SPACES.

      * CORTES DE CONTROL Y ACUMULADORES.

       01  WS-DEPTO-ANT           PIC X(15)    VALUE SPACES.
       01  WS-LEGAJO-ANT          PIC X(06)    VALUE SPACES.

       01  WS-ACU-LEG-CANT        PIC 9(05)    VALUE 0.
       01  WS-ACU-LEG-NETO        PIC S9(11)V99 VALUE 0.

       01  WS-ACU-DEP-CANT        PIC 9(05)    VALUE 0.
       01  WS-ACU-DEP-PAGAR       PIC 9(11)V99 VALUE 0.
       01  WS-ACU-DEP-RECUP       PIC 9(11)V99 VALUE 0.

       01  WS-ACU-GEN-CANT        PIC 9(05)    VALUE 0.
       01  WS-ACU-GEN-PAGAR       PIC 9(11)V99 VALUE 0.
       01  WS-ACU-GEN-RECUP       PIC 9(11)V99 VALUE 0.

      * INTERFAZ: HEADER Y TRAILER CON EL MISMO LAYOUT QUE LOS
      * DE INTERGL.TXT DE PGM_MAX_MIN. EL DETALLE LLEVA UN
      * MOVIMIENTO RETROACTIVO CON SU SIGNO ('+' = A PAGAR,
      * '-' = A RECUPERAR); EL HASH DEL TRAILER ES LA SUMA DE
      * LOS IMPORTES SIN SIGNO.

       01  WS-CANT-GL             PIC 9(05)    VALUE 0.
       01  WS-HASH-GL             PIC 9(13)V99 VALUE 0.

       01  WS-REG-GL-HEADER.
           05 FILLER              PIC X(01)    VALUE 'H'.
           05 WS-GLH-RUN-ID       PIC X(14).
           05 WS-GLH-FECHA        PIC 9(08).
           05 FILLER              PIC X(37)    VALUE ' '.

       01  WS-REG-RETRO-DETALLE.
           05 FILLER              PIC X(01)    VALUE 'D'.
           05 WS-GRD-LEGAJO       PIC X(06).
           05 WS-GRD-DEPTO        PIC X(15).
           05 WS-GRD-FECHA-EFEC   PIC 9(08).
           05 WS-GRD-MESES        PIC 9(03).
           05 WS-GRD-SIGNO        PIC X(01).
           05 WS-GRD-IMPORTE      PIC 9(11)V99.
           05 FILLER              PIC X(13)    VALUE ' '.

       01  WS-REG-GL-TRAILER.
           05 FILLER              PIC X(01)    VALUE 'T'.
           05 WS-GLT-CANT         PIC 9(05).
           05 WS-GLT-HASH         PIC 9(13)V99.
           05 FILLER              PIC X(39)    VALUE ' '.

      * REGISTRO DE ENVIO: MISMO LAYOUT QUE EL DE PGM_MAX_MIN,
      * CON ORIGEN 'RET' PARA DISTINGUIRLO EN LA CONCILIACION.

       01  WS-REG-GL-ENVIO.
           05 WS-GLE-RUN-ID       PIC X(14).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-GLE-FECHA        PIC 9(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-GLE-CANT         PIC 9(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-GLE-HASH         PIC 9(13)V99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-GLE-ORIGEN       PIC X(03)    VALUE 'RET'.
           05 FILLER              PIC X(10)    VALUE ' '.

      * CONTROL DE PAGINACION Y ESCRITURA DEL REPORTE.

       01  WS-LINEA-SALIDA         PIC X(100).
       01  WS-ADVANCE-LINES        PIC 9(02)    VALUE 1.
       01  WS-LINEAS                PIC 9(03)   VALUE 0.
       01  WS-MAX-LINEAS            PIC 9(03)   VALUE 060.
       01  WS-PAGINA-NUM            PIC 9(03)   VALUE 0.

      * TITULOS.

       01  WS-TITULO-1.
           03 FILLER              PIC X(32)    VALUE ' '.
           03 WS-TIT-1            PIC X(36)
                        VALUE "DIFERENCIAS RETROACTIVAS DE SALARIO".
           03 FILLER              PIC X(32)    VALUE ' '.

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
           05 FILLER              PIC X(15)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "VIGENCIA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "CAPTURA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "SAL.ANTERIOR".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "   SAL.NUEVO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(13)    VALUE "  DIF.MENSUAL".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "MES".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "       IMPORTE".

      * DETALLE: UN MOVIMIENTO RETROACTIVO POR LINEA.

       01  WS-DETALLE-RETRO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-LEGAJO       PIC X(06).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-VIGENCIA     PIC 9(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-CAPTURA      PIC 9(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-SAL-ANT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-SAL-NVO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-DIF-MENSUAL  PIC +Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-MESES        PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DET-IMPORTE      PIC +ZZ,ZZZ,ZZ9.99.

       01  WS-DET-TOTAL-LEGAJO.
           05 FILLER              PIC X(24)    VALUE ' '.
           05 FILLER              PIC X(13)    VALUE "TOTAL LEGAJO ".
           05 WS-DTL-LEGAJO       PIC X(06).
           05 FILLER              PIC X(43)    VALUE ' '.
           05 WS-DTL-IMPORTE      PIC +ZZ,ZZZ,ZZ9.99.

      * TOTALES POR DEPARTAMENTO Y GENERAL: CANTIDAD DE
      * MOVIMIENTOS, IMPORTE A PAGAR, A RECUPERAR Y NETO.

       01  WS-DET-TOTAL-DEPTO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DTD-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "MOVS: ".
           05 WS-DTD-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(10)    VALUE " A PAGAR: ".
           05 WS-DTD-PAGAR        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE " A RECUP.: ".
           05 WS-DTD-RECUP        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(07)    VALUE " NETO: ".
           05 WS-DTD-NETO         PIC +ZZZ,ZZZ,ZZ9.99.

       01  WS-NETO-EDICION        PIC S9(11)V99 VALUE 0.

       01  WS-TIT-DEPTOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(24)
                                  VALUE "TOTALES POR DEPARTAMENTO".
           05 FILLER              PIC X(75)    VALUE ' '.

       01  WS-DETALLE-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-TOT-LABEL        PIC X(29).
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(64)    VALUE ' '.

      * TOTALES POR DEPARTAMENTO GUARDADOS DURANTE EL DETALLE
      * PARA LISTARLOS JUNTOS AL FINAL DEL REPORTE.

       01  WS-CANT-DEPTOS         PIC 9(03)    VALUE 0.

       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ITEM OCCURS 200 TIMES
                            INDEXED BY WS-IDX-DEP.
              10 WS-TDE-DEPTO     PIC X(15).
              10 WS-TDE-CANT      PIC 9(05).
              10 WS-TDE-PAGAR     PIC 9(11)V99.
              10 WS-TDE-RECUP     PIC 9(11)V99.

      * REGISTRO DE ERRORES DE E/S.

       01  WS-ERR-PARRAFO           PIC X(37)   VALUE SPACES.
       01  WS-ERR-FS-STATUS         PIC X(02)   VALUE SPACES.
       01  WS-ERR-MENSAJE           PIC X(100)  VALUE SPACES.


       PROCEDURE DIVISION.

           PERFORM 010-INICIO.


       010-INICIO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE        TO WS-RUN-ID

           PERFORM 015-LEE-PARAMETROS THRU 015-FIN
           PERFORM 030-ABRE-ARCHIVOS  THRU 030-FIN

           SORT ARCHIVO-SORT ON ASCENDING KEY
                SORT-DEPTO
                SORT-LEGAJO
                SORT-FECHA-EFEC
                SORT-FECHA-CAP
           INPUT  PROCEDURE 020-SELECCIONA THRU 020-FIN
           OUTPUT PROCEDURE 100-IMPRIME    THRU 100-FIN

           PERFORM 200-FINAL THRU 200-FIN.

           GOBACK.

       015-LEE-PARAMETROS.
           OPEN OUTPUT ERRORES
                INPUT  PARAMETROS

           IF 88-FS-ERRORES-YES
              SET 88-OPEN-ERRORES-YES TO TRUE
           ELSE
              SET 88-OPEN-ERRORES-NO  TO TRUE
           END-IF

           MOVE WS-ACTUAL-DATE TO WS-FECHA-DESDE
           MOVE WS-ACTUAL-DATE TO WS-FECHA-HASTA

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 IF PARM-RET-DESDE IS NUMERIC
                    MOVE PARM-RET-DESDE TO WS-FECHA-DESDE
                 END-IF
                 IF PARM-RET-HASTA IS NUMERIC
                    MOVE PARM-RET-HASTA TO WS-FECHA-HASTA
                 END-IF
              ELSE
                 IF NOT 88-FS-PARAMETROS-EOF
                    MOVE "015-LEE-PARAMETROS - PARAMETROS"
                                             TO WS-ERR-PARRAFO
                    MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                    PERFORM 910-AVISO-IO THRU 910-FIN
                 END-IF
              END-IF
              CLOSE PARAMETROS
           ELSE
              IF NOT 88-FS-PARAMETROS-NOFILE
                 MOVE "015-LEE-PARAMETROS - PARAMETROS OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
           END-IF.

       015-FIN.  EXIT.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT RETROREP
                       INTERFAZ-RETRO

           IF 88-FS-RETROREP-YES
              SET 88-OPEN-RETROREP-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - RETROREP" TO WS-ERR-PARRAFO
              MOVE FS-RETROREP                    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-INTERFAZ-RETRO-YES
              SET 88-OPEN-INTERFAZ-RETRO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - INTERFAZ-RETRO"
                                       TO WS-ERR-PARRAFO
              MOVE FS-INTERFAZ-RETRO   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE WS-RUN-ID      TO WS-GLH-RUN-ID
           MOVE WS-ACTUAL-DATE TO WS-GLH-FECHA
           WRITE REG-INTERFAZ-RETRO FROM WS-REG-GL-HEADER
           PERFORM 264-VERIFICA-GRABA-GL THRU 264-FIN.

       030-FIN.  EXIT.

      * INPUT PROCEDURE: RECORRE LA AUDITORIA Y LIBERA AL SORT
      * LOS MOVIMIENTOS RETROACTIVOS.

       020-SELECCIONA.
           OPEN INPUT AUDITORIA

           IF 88-FS-AUDITORIA-YES
              SET 88-OPEN-AUDITORIA-YES TO TRUE
           ELSE
              MOVE "020-SELECCIONA - AUDITORIA" TO WS-ERR-PARRAFO
              MOVE FS-AUDITORIA                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 040-LEE-AUDITORIA THRU 040-FIN
           PERFORM 050-PROCESA-REGISTRO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE AUDITORIA
           SET 88-OPEN-AUDITORIA-NO TO TRUE.

       020-FIN.  EXIT.

       040-LEE-AUDITORIA.
           READ AUDITORIA INTO WS-REG-AUDITORIA
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-AUDITORIA-YES AND NOT 88-FS-AUDITORIA-EOF
              MOVE "040-LEE-AUDITORIA" TO WS-ERR-PARRAFO
              MOVE FS-AUDITORIA        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN EQUAL "FIN"
              ADD 1 TO WS-LEIDOS-AUD
           END-IF.

       040-FIN.  EXIT.

       050-PROCESA-REGISTRO.
           IF 88-AUD-ANTES
              MOVE WS-AUD-IMAGEN TO WS-IMAGEN-ANTES
              SET 88-ANTES-CARGADA TO TRUE
           ELSE
              IF 88-AUD-DESPUES
                 MOVE WS-AUD-IMAGEN TO WS-IMAGEN-DESPUES
                 PERFORM 060-EVALUA-RETRO THRU 060-FIN
                 MOVE 'N' TO WS-SW-ANTES-CARGADA
              END-IF
           END-IF

           PERFORM 040-LEE-AUDITORIA THRU 040-FIN.

       050-FIN.  EXIT.

      * UN PAR ANTES / DESPUES ES RETROACTIVO SI ES UNA
      * MODIFICACION CON CAMBIO DE SALARIO, CAPTURADA DENTRO
      * DEL RANGO PEDIDO Y CON VIGENCIA EN UN MES ANTERIOR AL
      * DE CAPTURA.

       060-EVALUA-RETRO.
           IF WS-AUD-TIPO-MOV NOT = 'M' OR NOT 88-ANTES-CARGADA
              GO TO 060-FIN
           END-IF
           IF WS-AUD-FECHA-EFEC = 0
              OR WS-AUD-FECHA-EFEC NOT < WS-AUD-FECHA
              GO TO 060-FIN
           END-IF
           IF WS-FECHA-DESDE > 0 AND WS-AUD-FECHA < WS-FECHA-DESDE
              GO TO 060-FIN
           END-IF
           IF WS-FECHA-HASTA > 0 AND WS-AUD-FECHA > WS-FECHA-HASTA
              GO TO 060-FIN
           END-IF
           IF WS-ANT-SALARIO IS NOT NUMERIC
              OR WS-DES-SALARIO IS NOT NUMERIC
              GO TO 060-FIN
           END-IF
           IF WS-ANT-SALARIO-N = WS-DES-SALARIO-N
              GO TO 060-FIN
           END-IF

           MOVE WS-AUD-FECHA      TO WS-FEC-CAPTURA
           MOVE WS-AUD-FECHA-EFEC TO WS-FEC-VIGENCIA
           COMPUTE WS-MESES-CAPTURA  = WS-FCA-AAAA * 12 + WS-FCA-MM
           COMPUTE WS-MESES-VIGENCIA = WS-FVI-AAAA * 12 + WS-FVI-MM
           COMPUTE WS-MESES-ATRASO   = WS-MESES-CAPTURA
                                     - WS-MESES-VIGENCIA

      * VIGENCIA DENTRO DEL MISMO MES DE CAPTURA: LA NOMINA
      * DEL MES TODAVIA NO SE LIQUIDO, NO HAY RETROACTIVO.
           IF WS-MESES-ATRASO NOT > 0
              GO TO 060-FIN
           END-IF

           COMPUTE WS-DIF-MENSUAL   = WS-DES-SALARIO-N
                                    - WS-ANT-SALARIO-N
           COMPUTE WS-IMPORTE-RETRO = WS-DIF-MENSUAL
                                    * WS-MESES-ATRASO

           MOVE WS-DES-DEPTO      TO SORT-DEPTO
           MOVE WS-DES-LEGAJO     TO SORT-LEGAJO
           MOVE WS-AUD-FECHA-EFEC TO SORT-FECHA-EFEC
           MOVE WS-AUD-FECHA      TO SORT-FECHA-CAP
           MOVE WS-ANT-SALARIO-N  TO SORT-SAL-ANT
           MOVE WS-DES-SALARIO-N  TO SORT-SAL-NVO
           MOVE WS-MESES-ATRASO   TO SORT-MESES
           MOVE WS-DIF-MENSUAL    TO SORT-DIF-MENSUAL
           MOVE WS-IMPORTE-RETRO  TO SORT-IMPORTE
           RELEASE REG-SORT

           ADD 1 TO WS-RETRO-MOV.

       060-FIN.  EXIT.

      * OUTPUT PROCEDURE: DETALLE CON CORTE POR LEGAJO Y POR
      * DEPARTAMENTO; CADA MOVIMIENTO SE GRABA TAMBIEN EN LA
      * INTERFAZ.

       100-IMPRIME.
           PERFORM 105-ENCABEZADO THRU 105-FIN

           MOVE SPACES TO SW-FIN-SORT
           PERFORM 120-LEE-SORT THRU 120-FIN
           IF NOT SW-FIN-SORT EQUAL "FIN"
              MOVE SORT-DEPTO  TO WS-DEPTO-ANT
              MOVE SORT-LEGAJO TO WS-LEGAJO-ANT
           END-IF

           PERFORM 110-PROCESA-RETRO THRU 110-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"

           IF WS-IMPRESOS > 0
              PERFORM 130-TOTAL-LEGAJO THRU 130-FIN
              PERFORM 135-TOTAL-DEPTO  THRU 135-FIN
           END-IF

           PERFORM 140-LISTA-DEPTOS THRU 140-FIN.

       100-FIN.  EXIT.

       110-PROCESA-RETRO.
           IF SORT-DEPTO NOT = WS-DEPTO-ANT
              PERFORM 130-TOTAL-LEGAJO THRU 130-FIN
              PERFORM 135-TOTAL-DEPTO  THRU 135-FIN
              MOVE SORT-DEPTO  TO WS-DEPTO-ANT
              MOVE SORT-LEGAJO TO WS-LEGAJO-ANT
           ELSE
              IF SORT-LEGAJO NOT = WS-LEGAJO-ANT
                 PERFORM 130-TOTAL-LEGAJO THRU 130-FIN
                 MOVE SORT-LEGAJO TO WS-LEGAJO-ANT
              END-IF
           END-IF

           MOVE SORT-DEPTO       TO WS-DET-DEPTO
           MOVE SORT-LEGAJO      TO WS-DET-LEGAJO
           MOVE SORT-FECHA-EFEC  TO WS-DET-VIGENCIA
           MOVE SORT-FECHA-CAP   TO WS-DET-CAPTURA
           MOVE SORT-SAL-ANT     TO WS-DET-SAL-ANT
           MOVE SORT-SAL-NVO     TO WS-DET-SAL-NVO
           MOVE SORT-DIF-MENSUAL TO WS-DET-DIF-MENSUAL
           MOVE SORT-MESES       TO WS-DET-MESES
           MOVE SORT-IMPORTE     TO WS-DET-IMPORTE

           IF WS-LINEAS >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-RETRO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN
           ADD 1 TO WS-IMPRESOS

           ADD 1            TO WS-ACU-LEG-CANT
           ADD SORT-IMPORTE TO WS-ACU-LEG-NETO
           ADD 1            TO WS-ACU-DEP-CANT
           ADD 1            TO WS-ACU-GEN-CANT
           IF SORT-IMPORTE > 0
              ADD SORT-IMPORTE TO WS-ACU-DEP-PAGAR
              ADD SORT-IMPORTE TO WS-ACU-GEN-PAGAR
           ELSE
              SUBTRACT SORT-IMPORTE FROM WS-ACU-DEP-RECUP
              SUBTRACT SORT-IMPORTE FROM WS-ACU-GEN-RECUP
           END-IF

           PERFORM 262-GRABA-RETRO-DETALLE THRU 262-FIN

           PERFORM 120-LEE-SORT THRU 120-FIN.

       110-FIN.  EXIT.

       120-LEE-SORT.
           RETURN ARCHIVO-SORT AT END
                MOVE "FIN" TO SW-FIN-SORT.

       120-FIN.  EXIT.

      * SUBTOTAL DEL LEGAJO: IMPORTE NETO A PAGAR (+) O A
      * RECUPERAR (-) SUMANDO TODOS SUS MOVIMIENTOS.

       130-TOTAL-LEGAJO.
           MOVE WS-LEGAJO-ANT   TO WS-DTL-LEGAJO
           MOVE WS-ACU-LEG-NETO TO WS-DTL-IMPORTE

           IF WS-LINEAS >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DET-TOTAL-LEGAJO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 0 TO WS-ACU-LEG-CANT
           MOVE 0 TO WS-ACU-LEG-NETO.

       130-FIN.  EXIT.

      * CIERRE DEL DEPARTAMENTO: GUARDA SUS TOTALES EN LA TABLA
      * PARA EL RESUMEN FINAL Y LOS REINICIA.

       135-TOTAL-DEPTO.
           IF WS-CANT-DEPTOS < 200
              ADD 1 TO WS-CANT-DEPTOS
              SET WS-IDX-DEP TO WS-CANT-DEPTOS
              MOVE WS-DEPTO-ANT     TO WS-TDE-DEPTO (WS-IDX-DEP)
              MOVE WS-ACU-DEP-CANT  TO WS-TDE-CANT  (WS-IDX-DEP)
              MOVE WS-ACU-DEP-PAGAR TO WS-TDE-PAGAR (WS-IDX-DEP)
              MOVE WS-ACU-DEP-RECUP TO WS-TDE-RECUP (WS-IDX-DEP)
           ELSE
              MOVE "135-TOTAL-DEPTO - TABLA LLENA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF

           IF WS-LINEAS >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE SPACES TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 0 TO WS-ACU-DEP-CANT
           MOVE 0 TO WS-ACU-DEP-PAGAR
           MOVE 0 TO WS-ACU-DEP-RECUP.

       135-FIN.  EXIT.

      * RESUMEN POR DEPARTAMENTO Y TOTAL GENERAL, QUE ES LO
      * QUE FIRMA QUIEN APRUEBA EL RETROACTIVO.

       140-LISTA-DEPTOS.
           IF WS-LINEAS + WS-CANT-DEPTOS + 4 > WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-TIT-DEPTOS TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           PERFORM 142-LISTA-UN-DEPTO THRU 142-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS

           MOVE "TOTAL GENERAL"  TO WS-DTD-DEPTO
           MOVE WS-ACU-GEN-CANT  TO WS-DTD-CANT
           MOVE WS-ACU-GEN-PAGAR TO WS-DTD-PAGAR
           MOVE WS-ACU-GEN-RECUP TO WS-DTD-RECUP
           COMPUTE WS-NETO-EDICION = WS-ACU-GEN-PAGAR
                                   - WS-ACU-GEN-RECUP
           MOVE WS-NETO-EDICION  TO WS-DTD-NETO

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DET-TOTAL-DEPTO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       140-FIN.  EXIT.

       142-LISTA-UN-DEPTO.
           MOVE WS-TDE-DEPTO (WS-IDX-DEP) TO WS-DTD-DEPTO
           MOVE WS-TDE-CANT  (WS-IDX-DEP) TO WS-DTD-CANT
           MOVE WS-TDE-PAGAR (WS-IDX-DEP) TO WS-DTD-PAGAR
           MOVE WS-TDE-RECUP (WS-IDX-DEP) TO WS-DTD-RECUP
           COMPUTE WS-NETO-EDICION = WS-TDE-PAGAR (WS-IDX-DEP)
                                   - WS-TDE-RECUP (WS-IDX-DEP)
           MOVE WS-NETO-EDICION           TO WS-DTD-NETO

           IF WS-LINEAS >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DET-TOTAL-DEPTO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       142-FIN.  EXIT.

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

       200-FINAL.
           MOVE "REGISTROS DE AUDITORIA     : " TO WS-TOT-LABEL
           MOVE WS-LEIDOS-AUD    TO WS-TOT-CANT
           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "MOVIMIENTOS RETROACTIVOS   : " TO WS-TOT-LABEL
           MOVE WS-IMPRESOS      TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           PERFORM 260-CIERRA-INTERFAZ THRU 260-FIN

           IF 88-OPEN-RETROREP-YES
              CLOSE RETROREP
              SET 88-OPEN-RETROREP-NO TO TRUE
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF.

       200-FIN.  EXIT.

      * TRAILER DE LA INTERFAZ CON CANTIDAD DE DETALLES Y HASH
      * TOTAL. SOLO SI HUBO DETALLES SE DEJA EL ENVIO PARA LA
      * CONCILIACION: UNA INTERFAZ VACIA NO SE CARGA EN GL Y
      * NO VA A TENER ACUSE.

       260-CIERRA-INTERFAZ.
           MOVE WS-CANT-GL TO WS-GLT-CANT
           MOVE WS-HASH-GL TO WS-GLT-HASH
           WRITE REG-INTERFAZ-RETRO FROM WS-REG-GL-TRAILER
           PERFORM 264-VERIFICA-GRABA-GL THRU 264-FIN

           CLOSE INTERFAZ-RETRO
           SET 88-OPEN-INTERFAZ-RETRO-NO TO TRUE

           IF WS-CANT-GL > 0
              PERFORM 266-GRABA-GL-ENVIO THRU 266-FIN
           END-IF.

       260-FIN.  EXIT.

       262-GRABA-RETRO-DETALLE.
           MOVE SORT-LEGAJO     TO WS-GRD-LEGAJO
           MOVE SORT-DEPTO      TO WS-GRD-DEPTO
           MOVE SORT-FECHA-EFEC TO WS-GRD-FECHA-EFEC
           MOVE SORT-MESES      TO WS-GRD-MESES
           IF SORT-IMPORTE < 0
              MOVE '-' TO WS-GRD-SIGNO
              COMPUTE WS-GRD-IMPORTE = 0 - SORT-IMPORTE
           ELSE
              MOVE '+' TO WS-GRD-SIGNO
              MOVE SORT-IMPORTE TO WS-GRD-IMPORTE
           END-IF
           ADD WS-GRD-IMPORTE TO WS-HASH-GL
           ADD 1              TO WS-CANT-GL

           WRITE REG-INTERFAZ-RETRO FROM WS-REG-RETRO-DETALLE
           PERFORM 264-VERIFICA-GRABA-GL THRU 264-FIN.

       262-FIN.  EXIT.

       264-VERIFICA-GRABA-GL.
           IF NOT 88-FS-INTERFAZ-RETRO-YES
              MOVE "264-VERIFICA-GRABA-GL - WRITE" TO WS-ERR-PARRAFO
              MOVE FS-INTERFAZ-RETRO               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       264-FIN.  EXIT.

      * DEJA EN LA BITACORA DE ENVIOS EL ID DE CORRIDA Y LOS
      * TOTALES DEL TRAILER, CON ORIGEN 'RET', PARA QUE
      * PGM_CONC_GL PUEDA CONCILIAR EL ACUSE DE FINANZAS.
      * SOLO DEJA AVISO SI FALLA.

       266-GRABA-GL-ENVIO.
           OPEN EXTEND GL-ENVIOS

           IF 88-FS-GL-ENVIOS-YES
              MOVE WS-RUN-ID      TO WS-GLE-RUN-ID
              MOVE WS-ACTUAL-DATE TO WS-GLE-FECHA
              MOVE WS-CANT-GL     TO WS-GLE-CANT
              MOVE WS-HASH-GL     TO WS-GLE-HASH
              WRITE REG-GL-ENVIOS FROM WS-REG-GL-ENVIO
              IF NOT 88-FS-GL-ENVIOS-YES
                 MOVE "266-GRABA-GL-ENVIO - WRITE"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-GL-ENVIOS        TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
              CLOSE GL-ENVIOS
           ELSE
              MOVE "266-GRABA-GL-ENVIO - OPEN"
                                       TO WS-ERR-PARRAFO
              MOVE FS-GL-ENVIOS        TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       266-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-RETROREP FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-RETROREP-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-RETROREP           TO WS-ERR-FS-STATUS
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
           IF 88-OPEN-AUDITORIA-YES
              CLOSE AUDITORIA
           END-IF
           IF 88-OPEN-RETROREP-YES
              CLOSE RETROREP
           END-IF
           IF 88-OPEN-INTERFAZ-RETRO-YES
              CLOSE INTERFAZ-RETRO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
