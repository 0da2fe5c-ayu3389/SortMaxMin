      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_TEND_EMP.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * TENDENCIA DE DOTACION Y ROTACION DE LOS ULTIMOS DOCE
      * MESES, POR DEPARTAMENTO Y EN TOTAL.
      * LAS FOTOS QUE ADMINISTRA PGM_DELTA_EMP (CATALOGO
      * SNAPGEN.TXT) CONSERVAN LA PRIMERA GENERACION DE CADA
      * MES: ESA FOTO ES LA APERTURA DEL MES Y LA PRIMERA DEL
      * MES SIGUIENTE ES SU CIERRE (PARA EL ULTIMO MES, SI
      * TODAVIA NO HAY FOTO DEL MES SIGUIENTE, SE TOMA LA
      * GENERACION MAS NUEVA DEL CATALOGO). PARA CADA MES SE
      * APAREAN POR LEGAJO LA FOTO DE APERTURA Y LA DE CIERRE:
      *  - DOTACION INICIAL / FINAL: ACTIVOS EN CADA FOTO.
      *  - ALTAS: ACTIVOS AL CIERRE QUE NO ESTABAN ACTIVOS A
      *    LA APERTURA (INGRESOS Y REINGRESOS).
      *  - BAJAS: ACTIVOS A LA APERTURA QUE AL CIERRE ESTAN
      *    INACTIVOS O YA NO FIGURAN.
      *  - TRASLADOS NETO: ACTIVOS EN AMBAS FOTOS QUE CAMBIARON
      *    DE DEPARTAMENTO (SALE DE UNO Y ENTRA AL OTRO), PARA
      *    QUE INICIAL + ALTAS - BAJAS + TRASLADOS = FINAL.
      *  - ROTACION: BAJAS SOBRE LA DOTACION PROMEDIO DEL MES.
      *  - MASA SALARIAL: SALARIOS DE LOS ACTIVOS AL CIERRE.
      * LOS QUE INGRESARON Y EGRESARON ENTRE DOS FOTOS NO
      * FIGURAN EN NINGUNA SI YA FUERON ARCHIVADOS: SE TOMAN
      * DE EMPHIST.TXT (INGRESO POSTERIOR A LA FOTO DE
      * APERTURA Y ARCHIVO ANTERIOR A LA DE CIERRE) Y CUENTAN
      * COMO ALTA Y BAJA DEL MES.
      * EL ULTIMO MES DEL PERIODO SE INDICA EN TENDPRM.TXT
      * (AAAAMM; CERO = EL MES ANTERIOR A LA CORRIDA).
      * EMITE TENDREPO.TXT (UNA COLUMNA POR MES) Y TENDENC.CSV
      * (UNA LINEA POR DEPARTAMENTO Y MES) PARA EL INFORME AL
      * DIRECTORIO. LOS MESES SIN FOTO DE APERTURA O DE CIERRE
      * SALEN COMO S/FOTO Y EL PASO TERMINA CON RETURN-CODE 4.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CATALOGO DE GENERACIONES VIGENTES: UNA FECHA POR
      * REGISTRO, EN ORDEN ASCENDENTE.
           SELECT OPTIONAL SNAP-GEN ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SNAPGEN.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-GEN.

      * FOTOS DE APERTURA Y DE CIERRE DEL MES EN PROCESO, POR
      * SU NOMBRE FECHADO (SNP + AAAAMMDD).
           SELECT SNAP-ANT     ASSIGN TO WS-NOMBRE-SNAP-ANT
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-ANT.

           SELECT SNAP-ACT     ASSIGN TO WS-NOMBRE-SNAP-ACT
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-ACT.

           SELECT HISTORICO    ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPHIST.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-HISTORICO.

           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\TENDPRM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

           SELECT TENDREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\TENDREPO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-TENDREPO.

           SELECT TENDCSV      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\TENDENC.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-TENDCSV.

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRTEND.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-GEN
           RECORDING MODE IS F.
       01  REG-SNAP-GEN.
           05 GEN-FECHA           PIC 9(08).
           05 FILLER              PIC X(12).

       FD  SNAP-ANT
           RECORDING MODE IS F.
       01  REG-SNAP-ANT           PIC X(70).

       FD  SNAP-ACT
           RECORDING MODE IS F.
       01  REG-SNAP-ACT           PIC X(70).

      * HISTORICO: FECHA DE ARCHIVO + IMAGEN DEL MAESTRO.
       FD  HISTORICO
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORICO          PIC X(101).

      * PARAMETROS: ULTIMO MES DEL PERIODO (AAAAMM).
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-MES-HASTA      PIC 9(06).
           05 FILLER              PIC X(14).

       FD  TENDREPO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TENDREPO           PIC X(120).

       FD  TENDCSV.
       01  REG-TENDCSV            PIC X(150).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

       WORKING-STORAGE SECTION.

       77  FS-SNAP-GEN                   PIC  X(02) VALUE ' '.
           88 88-FS-SNAP-GEN-YES                    VALUE '00' '05'.
           88 88-FS-SNAP-GEN-EOF                    VALUE '10'.

       77  FS-SNAP-ANT                   PIC  X(02) VALUE ' '.
           88 88-FS-SNAP-ANT-YES                    VALUE '00'.
           88 88-FS-SNAP-ANT-EOF                    VALUE '10'.
           88 88-FS-SNAP-ANT-NOFILE                 VALUE '35'.

       77  FS-SNAP-ACT                   PIC  X(02) VALUE ' '.
           88 88-FS-SNAP-ACT-YES                    VALUE '00'.
           88 88-FS-SNAP-ACT-EOF                    VALUE '10'.
           88 88-FS-SNAP-ACT-NOFILE                 VALUE '35'.

       77  FS-HISTORICO                  PIC  X(02) VALUE ' '.
           88 88-FS-HISTORICO-YES                   VALUE '00'.
           88 88-FS-HISTORICO-EOF                   VALUE '10'.
           88 88-FS-HISTORICO-NOFILE                VALUE '35'.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-TENDREPO                   PIC  X(02) VALUE ' '.
           88 88-FS-TENDREPO-YES                    VALUE '00'.

       77  FS-TENDCSV                    PIC  X(02) VALUE ' '.
           88 88-FS-TENDCSV-YES                     VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-SNAP-ANT              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-SNAP-ANT-YES                  VALUE 'YS'.
           88 88-OPEN-SNAP-ANT-NO                   VALUE 'N'.

       77  WS-OPEN-SNAP-ACT              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-SNAP-ACT-YES                  VALUE 'YS'.
           88 88-OPEN-SNAP-ACT-NO                   VALUE 'N'.

       77  WS-OPEN-HISTORICO             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-HISTORICO-YES                 VALUE 'YS'.
           88 88-OPEN-HISTORICO-NO                  VALUE 'N'.

       77  WS-OPEN-TENDREPO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-TENDREPO-YES                  VALUE 'YS'.
           88 88-OPEN-TENDREPO-NO                   VALUE 'N'.

       77  WS-OPEN-TENDCSV               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-TENDCSV-YES                   VALUE 'YS'.
           88 88-OPEN-TENDCSV-NO                    VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * FOTOS DE APERTURA Y DE CIERRE: MISMO LAYOUT QUE LAS
      * FOTOS DE PGM_DELTA_EMP.

       01  WS-REG-SNAP-ANT.
           05 WS-ANT-LEGAJO       PIC X(06).
           05 WS-ANT-STATUS       PIC 9(01).
           05 WS-ANT-DEPTO        PIC X(15).
           05 WS-ANT-PUESTO       PIC X(15).
           05 WS-ANT-SALARIO      PIC 9(07)V99.
           05 WS-ANT-FECHA        PIC 9(08).
           05 WS-ANT-FECHA-INGRESO PIC 9(08).
           05 WS-ANT-FECHA-EGRESO PIC 9(08).

       01  WS-REG-SNAP-ACT.
           05 WS-ACT-LEGAJO       PIC X(06).
           05 WS-ACT-STATUS       PIC 9(01).
           05 WS-ACT-DEPTO        PIC X(15).
           05 WS-ACT-PUESTO       PIC X(15).
           05 WS-ACT-SALARIO      PIC 9(07)V99.
           05 WS-ACT-FECHA        PIC 9(08).
           05 WS-ACT-FECHA-INGRESO PIC 9(08).
           05 WS-ACT-FECHA-EGRESO PIC 9(08).

      * REGISTRO DEL HISTORICO.

       01  WS-REG-HISTORICO.
           05 WS-HIS-FECHA-ARCH   PIC 9(08).
           05 FILLER              PIC X(01).
           05 WS-HIS-LEGAJO       PIC X(06).
           05 WS-HIS-NOMBRE       PIC X(15).
           05 WS-HIS-APELLIDO     PIC X(15).
           05 WS-HIS-STATUS       PIC 9(01).
           05 WS-HIS-DEPTO        PIC X(15).
           05 WS-HIS-PUESTO       PIC X(15).
           05 WS-HIS-SALARIO      PIC 9(07)V99.
           05 WS-HIS-FECHA-INGRESO PIC 9(08).
           05 WS-HIS-FECHA-EGRESO PIC 9(08).

       01  WS-AREAS-A-USAR.
           05 WS-MESES-SIN-FOTO   PIC 9(05)    VALUE 0.
           05 WS-LEIDOS-HIS       PIC 9(05)    VALUE 0.
           05 WS-TOMADOS-HIS      PIC 9(05)    VALUE 0.
           05 SW-FIN-GEN          PIC X(03)    VALUE ' '.
           05 SW-FIN-ANT          PIC X(03)    VALUE ' '.
           05 SW-FIN-ACT          PIC X(03)    VALUE ' '.
           05 SW-FIN-HIS          PIC X(03)    VALUE ' '.
      *

      * CLAVES DE APAREO (HIGH-VALUES EN FIN DE ARCHIVO).

       01  WS-KEY-ANT             PIC X(06)    VALUE SPACES.
       01  WS-KEY-ACT             PIC X(06)    VALUE SPACES.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

      * CATALOGO DE GENERACIONES.

       01  WS-CANT-GEN            PIC 9(02)    VALUE 0.
       01  WS-IDX-GEN             PIC 9(02)    VALUE 0.
       01  WS-FECHA-NOMBRE        PIC 9(08)    VALUE 0.
       01  WS-AAAAMM-GEN          PIC 9(06)    VALUE 0.

       01  WS-TABLA-GEN.
           05 WS-GEN-FECHA OCCURS 99 TIMES
                                  PIC 9(08).

       01  WS-NOMBRE-SNAP-ANT     PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-SNAP-ACT     PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-ARMADO       PIC X(80)    VALUE SPACES.

      * PERIODO: DOCE MESES Y TRECE LIMITES (LA FOTO DE
      * APERTURA DE CADA MES Y LA DE CIERRE DEL ULTIMO).

       01  WS-MES-HASTA           PIC 9(06)    VALUE 0.
       01  WS-MES-HASTA-DESC REDEFINES WS-MES-HASTA.
           05 WS-HASTA-AAAA       PIC 9(04).
           05 WS-HASTA-MM         PIC 9(02).

       01  WS-MESES-INICIO        PIC 9(06)    VALUE 0.
       01  WS-MESES-TOTAL         PIC 9(06)    VALUE 0.
       01  WS-AAAA-CALC           PIC 9(04)    VALUE 0.
       01  WS-IDX-LIM             PIC 9(02)    VALUE 0.
       01  WS-IDX-MES             PIC 9(02)    VALUE 0.

       01  WS-TABLA-LIMITES.
           05 WS-LIMITE OCCURS 13 TIMES.
              10 WS-LIM-AAAAMM    PIC 9(06).
              10 WS-LIM-AAAAMM-DESC REDEFINES WS-LIM-AAAAMM.
                 15 WS-LIM-AAAA   PIC 9(04).
                 15 WS-LIM-MM     PIC 9(02).
              10 WS-LIM-FECHA     PIC 9(08).

       01  WS-TABLA-MESES.
           05 WS-MES-ESTADO OCCURS 12 TIMES
                                  PIC X(01).
              88 88-MES-CON-FOTO               VALUE 'S'.
              88 88-MES-SIN-FOTO               VALUE 'N'.

       01  WS-FECHA-APERTURA      PIC 9(08)    VALUE 0.
       01  WS-FECHA-CIERRE        PIC 9(08)    VALUE 0.

      * ACUMULADORES POR DEPARTAMENTO Y MES, EN EL ORDEN EN
      * QUE APARECEN LOS DEPARTAMENTOS. LA ENTRADA SIGUIENTE A
      * LA ULTIMA SE USA PARA EL TOTAL GENERAL.

       01  WS-CANT-DEPTOS         PIC 9(03)    VALUE 0.
       01  WS-DEPTO-BUSCADO       PIC X(15)    VALUE SPACES.
       01  WS-SW-DEPTO-HALLADO    PIC X(01)    VALUE 'N'.
           88 88-DEPTO-HALLADO                 VALUE 'S'.
           88 88-DEPTO-SIN-LUGAR               VALUE 'L'.

       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ITEM OCCURS 201 TIMES
                            INDEXED BY WS-IDX-DEP WS-IDX-TOT.
              10 WS-DEP-CODIGO    PIC X(15).
              10 WS-DEP-MES OCCURS 12 TIMES.
                 15 WS-DEP-INICIAL    PIC 9(05).
                 15 WS-DEP-ALTAS      PIC 9(05).
                 15 WS-DEP-BAJAS      PIC 9(05).
                 15 WS-DEP-TRASLADOS  PIC S9(05).
                 15 WS-DEP-FINAL      PIC 9(05).
                 15 WS-DEP-MASA       PIC 9(11)V99.

       01  WS-DOTACION-MEDIA      PIC 9(05)V99 VALUE 0.
       01  WS-ROTACION            PIC 9(03)V99 VALUE 0.
       01  WS-MASA-MILES          PIC 9(09)    VALUE 0.

      * FILA DEL REPORTE EN ARMADO (1 = DOTACION INICIAL ...
      * 7 = MASA SALARIAL).

       01  WS-FILA                PIC 9(01)    VALUE 0.
           88 88-FILA-INICIAL                  VALUE 1.
           88 88-FILA-ALTAS                    VALUE 2.
           88 88-FILA-BAJAS                    VALUE 3.
           88 88-FILA-TRASLADOS                VALUE 4.
           88 88-FILA-FINAL                    VALUE 5.
           88 88-FILA-ROTACION                 VALUE 6.
           88 88-FILA-MASA                     VALUE 7.

       01  WS-TABLA-CONCEPTOS.
           05 FILLER              PIC X(15)    VALUE "DOT. INICIAL".
           05 FILLER              PIC X(15)    VALUE "ALTAS".
           05 FILLER              PIC X(15)    VALUE "BAJAS".
           05 FILLER              PIC X(15)    VALUE "TRASLADOS NETO".
           05 FILLER              PIC X(15)    VALUE "DOT. FINAL".
           05 FILLER              PIC X(15)    VALUE "ROTACION %".
           05 FILLER              PIC X(15)    VALUE "MASA SAL.(MIL)".
       01  WS-TABLA-CONCEPTOS-R REDEFINES WS-TABLA-CONCEPTOS.
           05 WS-CONCEPTO OCCURS 7 TIMES
                                  PIC X(15).

      * CAMPOS DE EDICION DE LAS COLUMNAS.

       01  WS-ED-CANT             PIC ZZZ,ZZ9.
       01  WS-ED-TRASLADOS        PIC ---,--9.
       01  WS-ED-ROTACION         PIC ZZZ9.99.
       01  WS-ED-MASA             PIC ZZZZZZ9.

      * CONTROL DE PAGINACION Y ESCRITURA DEL REPORTE.

       01  WS-LINEA-SALIDA         PIC X(120).
       01  WS-ADVANCE-LINES        PIC 9(02)    VALUE 1.
       01  WS-LINEAS                PIC 9(03)   VALUE 0.
       01  WS-MAX-LINEAS            PIC 9(03)   VALUE 060.
       01  WS-PAGINA-NUM            PIC 9(03)   VALUE 0.

      * TITULOS.

       01  WS-TITULO-1.
           03 FILLER              PIC X(38)    VALUE ' '.
           03 WS-TIT-1            PIC X(44)
                 VALUE "TENDENCIA DE DOTACION Y ROTACION (12 MESES)".
           03 FILLER              PIC X(38)    VALUE ' '.

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

      * SUBTITULO: UNA COLUMNA MM/AAAA POR MES DEL PERIODO.

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "CONCEPTO".
           05 WS-SUB-MES OCCURS 12 TIMES.
              10 FILLER           PIC X(01).
              10 WS-SUB-MM        PIC 9(02).
              10 WS-SUB-BARRA     PIC X(01).
              10 WS-SUB-AAAA      PIC 9(04).
           05 FILLER              PIC X(08)    VALUE ' '.

       01  WS-TIT-DEPTO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "DEPARTAMENTO: ".
           05 WS-TDP-DEPTO        PIC X(15).
           05 FILLER              PIC X(90)    VALUE ' '.

       01  WS-DETALLE-FILA.
           05 FILLER              PIC X(01).
           05 WS-DET-CONCEPTO     PIC X(15).
           05 WS-DET-COLUMNA OCCURS 12 TIMES.
              10 FILLER           PIC X(01).
              10 WS-DET-VALOR     PIC X(07).
           05 FILLER              PIC X(08).

       01  WS-DETALLE-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-TOT-LABEL        PIC X(29).
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(84)    VALUE ' '.

      * LINEA DEL ARCHIVO CSV.

       01  WS-LINEA-CSV             PIC X(150).
       01  WS-CSV-MES               PIC 9(06).
       01  WS-CSV-CANT-1            PIC ZZZZ9.
       01  WS-CSV-CANT-2            PIC ZZZZ9.
       01  WS-CSV-CANT-3            PIC ZZZZ9.
       01  WS-CSV-CANT-4            PIC ZZZZ9.
       01  WS-CSV-TRASLADOS         PIC -----9.
       01  WS-CSV-ROTACION          PIC ZZ9.99.
       01  WS-CSV-MASA              PIC ZZZZZZZZZZ9.99.

      * REGISTRO DE ERRORES DE E/S.

       01  WS-ERR-PARRAFO           PIC X(37)   VALUE SPACES.
       01  WS-ERR-FS-STATUS         PIC X(02)   VALUE SPACES.
       01  WS-ERR-MENSAJE           PIC X(100)  VALUE SPACES.


       PROCEDURE DIVISION.

           PERFORM 010-INICIO.


       010-INICIO.

           OPEN OUTPUT ERRORES

           IF 88-FS-ERRORES-YES
              SET 88-OPEN-ERRORES-YES TO TRUE
           ELSE
              SET 88-OPEN-ERRORES-NO  TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE

           PERFORM 012-LEE-PARAMETROS     THRU 012-FIN
           PERFORM 014-CARGA-GENERACIONES THRU 014-FIN
           PERFORM 020-ARMA-PERIODO       THRU 020-FIN
           PERFORM 030-ABRE-ARCHIVOS      THRU 030-FIN

           PERFORM 040-PROCESA-MES THRU 040-FIN
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12

           PERFORM 070-PROCESA-HISTORICO THRU 070-FIN

           PERFORM 080-TOTALIZA THRU 080-FIN

           PERFORM 100-IMPRIME THRU 100-FIN

           PERFORM 200-FINAL THRU 200-FIN.

           GOBACK.

      * SIN TARJETA O EN CERO, EL ULTIMO MES DEL PERIODO ES EL
      * ANTERIOR AL DE LA CORRIDA.

       012-LEE-PARAMETROS.
           IF WS-DATE-MM = 1
              COMPUTE WS-HASTA-AAAA = WS-DATE-AAAA - 1
              MOVE 12 TO WS-HASTA-MM
           ELSE
              MOVE WS-DATE-AAAA TO WS-HASTA-AAAA
              COMPUTE WS-HASTA-MM = WS-DATE-MM - 1
           END-IF

           OPEN INPUT PARAMETROS

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 IF PARM-MES-HASTA IS NUMERIC
                    AND PARM-MES-HASTA > 0
                    IF PARM-MES-HASTA (5:2) >= "01"
                       AND PARM-MES-HASTA (5:2) <= "12"
                       MOVE PARM-MES-HASTA TO WS-MES-HASTA
                    ELSE
                       MOVE "012-LEE-PARAMETROS - MES INVALIDO"
                                             TO WS-ERR-PARRAFO
                       MOVE "  "             TO WS-ERR-FS-STATUS
                       PERFORM 910-AVISO-IO THRU 910-FIN
                    END-IF
                 END-IF
              ELSE
                 IF NOT 88-FS-PARAMETROS-EOF
                    MOVE "012-LEE-PARAMETROS - PARAMETROS"
                                             TO WS-ERR-PARRAFO
                    MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                    PERFORM 910-AVISO-IO THRU 910-FIN
                 END-IF
              END-IF
              CLOSE PARAMETROS
           ELSE
              IF NOT 88-FS-PARAMETROS-NOFILE
                 MOVE "012-LEE-PARAMETROS - OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
           END-IF.

       012-FIN.  EXIT.

       014-CARGA-GENERACIONES.
           OPEN INPUT SNAP-GEN

           IF NOT 88-FS-SNAP-GEN-YES
              MOVE "014-CARGA-GENERACIONES - OPEN"
                                       TO WS-ERR-PARRAFO
              MOVE FS-SNAP-GEN         TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              GO TO 014-FIN
           END-IF

           MOVE SPACES TO SW-FIN-GEN
           PERFORM 015-LEE-GENERACION THRU 015-FIN
                   UNTIL SW-FIN-GEN EQUAL "FIN"

           CLOSE SNAP-GEN.

       014-FIN.  EXIT.

       015-LEE-GENERACION.
           READ SNAP-GEN
               AT END
                   MOVE "FIN" TO SW-FIN-GEN
           END-READ
           IF NOT 88-FS-SNAP-GEN-YES AND NOT 88-FS-SNAP-GEN-EOF
              MOVE "015-LEE-GENERACION" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-GEN          TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-GEN EQUAL "FIN"
              IF WS-CANT-GEN < 99 AND GEN-FECHA IS NUMERIC
                 ADD 1 TO WS-CANT-GEN
                 MOVE GEN-FECHA TO WS-GEN-FECHA (WS-CANT-GEN)
              END-IF
           END-IF.

       015-FIN.  EXIT.

      * ARMA EL NOMBRE FECHADO DE UNA FOTO: SNP + AAAAMMDD.

       018-ARMA-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-ARMADO
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SNP"
                                            DELIMITED BY SIZE
                  WS-FECHA-NOMBRE           DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-ARMADO
           END-STRING.

       018-FIN.  EXIT.

      * LIMITE N = PRIMERA GENERACION DEL MES (INICIO + N - 1).
      * EL LIMITE 13 ES LA APERTURA DEL MES SIGUIENTE AL
      * PERIODO; SI ESE MES NO TIENE FOTO SE USA LA GENERACION
      * MAS NUEVA, SIEMPRE QUE SEA POSTERIOR A LA APERTURA DEL
      * ULTIMO MES.

       020-ARMA-PERIODO.
           COMPUTE WS-MESES-INICIO =
                   WS-HASTA-AAAA * 12 + WS-HASTA-MM - 1 - 11

           PERFORM 022-CALCULA-LIMITE THRU 022-FIN
                   VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > 13

           IF WS-LIM-FECHA (13) = 0 AND WS-CANT-GEN > 0
              IF WS-GEN-FECHA (WS-CANT-GEN) > WS-LIM-FECHA (12)
                 AND WS-LIM-FECHA (12) > 0
                 MOVE WS-GEN-FECHA (WS-CANT-GEN) TO WS-LIM-FECHA (13)
              END-IF
           END-IF

           PERFORM 026-ARMA-MES THRU 026-FIN
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12.

       020-FIN.  EXIT.

       022-CALCULA-LIMITE.
           COMPUTE WS-MESES-TOTAL = WS-MESES-INICIO + WS-IDX-LIM - 1
           COMPUTE WS-AAAA-CALC   = WS-MESES-TOTAL / 12
           MOVE WS-AAAA-CALC TO WS-LIM-AAAA (WS-IDX-LIM)
           COMPUTE WS-LIM-MM (WS-IDX-LIM) =
                   WS-MESES-TOTAL - WS-AAAA-CALC * 12 + 1
           MOVE 0 TO WS-LIM-FECHA (WS-IDX-LIM)

           PERFORM 024-BUSCA-GEN-LIMITE THRU 024-FIN
                   VARYING WS-IDX-GEN FROM 1 BY 1
                   UNTIL WS-IDX-GEN > WS-CANT-GEN
                      OR WS-LIM-FECHA (WS-IDX-LIM) > 0.

       022-FIN.  EXIT.

       024-BUSCA-GEN-LIMITE.
           COMPUTE WS-AAAAMM-GEN = WS-GEN-FECHA (WS-IDX-GEN) / 100
           IF WS-AAAAMM-GEN = WS-LIM-AAAAMM (WS-IDX-LIM)
              MOVE WS-GEN-FECHA (WS-IDX-GEN)
                TO WS-LIM-FECHA (WS-IDX-LIM)
           END-IF.

       024-FIN.  EXIT.

      * ENCABEZADO DE LA COLUMNA Y ESTADO DEL MES.

       026-ARMA-MES.
           MOVE SPACES TO WS-SUB-MES (WS-IDX-MES)
           MOVE WS-LIM-MM   (WS-IDX-MES) TO WS-SUB-MM   (WS-IDX-MES)
           MOVE "/"                      TO WS-SUB-BARRA (WS-IDX-MES)
           MOVE WS-LIM-AAAA (WS-IDX-MES) TO WS-SUB-AAAA (WS-IDX-MES)

           IF WS-LIM-FECHA (WS-IDX-MES) = 0
              OR WS-LIM-FECHA (WS-IDX-MES + 1) = 0
              SET 88-MES-SIN-FOTO (WS-IDX-MES) TO TRUE
              ADD 1 TO WS-MESES-SIN-FOTO
           ELSE
              SET 88-MES-CON-FOTO (WS-IDX-MES) TO TRUE
           END-IF.

       026-FIN.  EXIT.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT TENDREPO
                OUTPUT TENDCSV

           IF 88-FS-TENDREPO-YES
              SET 88-OPEN-TENDREPO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - TENDREPO"  TO WS-ERR-PARRAFO
              MOVE FS-TENDREPO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-TENDCSV-YES
              SET 88-OPEN-TENDCSV-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - TENDCSV"   TO WS-ERR-PARRAFO
              MOVE FS-TENDCSV                      TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       030-FIN.  EXIT.

      * APAREO DE LA FOTO DE APERTURA CONTRA LA DE CIERRE DEL
      * MES WS-IDX-MES.

       040-PROCESA-MES.
           IF 88-MES-SIN-FOTO (WS-IDX-MES)
              GO TO 040-FIN
           END-IF

           MOVE WS-LIM-FECHA (WS-IDX-MES)     TO WS-FECHA-APERTURA
           MOVE WS-LIM-FECHA (WS-IDX-MES + 1) TO WS-FECHA-CIERRE

           MOVE WS-FECHA-APERTURA TO WS-FECHA-NOMBRE
           PERFORM 018-ARMA-NOMBRE THRU 018-FIN
           MOVE WS-NOMBRE-ARMADO  TO WS-NOMBRE-SNAP-ANT

           MOVE WS-FECHA-CIERRE   TO WS-FECHA-NOMBRE
           PERFORM 018-ARMA-NOMBRE THRU 018-FIN
           MOVE WS-NOMBRE-ARMADO  TO WS-NOMBRE-SNAP-ACT

           OPEN INPUT SNAP-ANT
           IF 88-FS-SNAP-ANT-YES
              SET 88-OPEN-SNAP-ANT-YES TO TRUE
           ELSE
              PERFORM 042-FOTO-AUSENTE THRU 042-FIN
              GO TO 040-FIN
           END-IF

           OPEN INPUT SNAP-ACT
           IF 88-FS-SNAP-ACT-YES
              SET 88-OPEN-SNAP-ACT-YES TO TRUE
           ELSE
              CLOSE SNAP-ANT
              SET 88-OPEN-SNAP-ANT-NO TO TRUE
              MOVE FS-SNAP-ACT TO FS-SNAP-ANT
              PERFORM 042-FOTO-AUSENTE THRU 042-FIN
              GO TO 040-FIN
           END-IF

           MOVE SPACES TO SW-FIN-ANT
                          SW-FIN-ACT
           PERFORM 045-LEE-ANTERIOR THRU 045-FIN
           PERFORM 046-LEE-ACTUAL   THRU 046-FIN

           PERFORM 050-BALANCE THRU 050-FIN
                   UNTIL SW-FIN-ANT EQUAL "FIN"
                     AND SW-FIN-ACT EQUAL "FIN"

           CLOSE SNAP-ANT
                 SNAP-ACT
           SET 88-OPEN-SNAP-ANT-NO TO TRUE
           SET 88-OPEN-SNAP-ACT-NO TO TRUE.

       040-FIN.  EXIT.

      * EL CATALOGO APUNTA A UNA FOTO QUE YA NO ESTA: EL MES
      * QUEDA SIN FOTO. OTRO ERROR DE APERTURA CORTA EL PASO.

       042-FOTO-AUSENTE.
           IF 88-FS-SNAP-ANT-NOFILE
              MOVE "040-PROCESA-MES - FOTO AUSENTE" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-ANT                      TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              SET 88-MES-SIN-FOTO (WS-IDX-MES) TO TRUE
              ADD 1 TO WS-MESES-SIN-FOTO
           ELSE
              MOVE "040-PROCESA-MES - OPEN FOTO"    TO WS-ERR-PARRAFO
              MOVE FS-SNAP-ANT                      TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       042-FIN.  EXIT.

       045-LEE-ANTERIOR.
           READ SNAP-ANT INTO WS-REG-SNAP-ANT
               AT END
                   MOVE "FIN"       TO SW-FIN-ANT
                   MOVE HIGH-VALUES TO WS-KEY-ANT
           END-READ
           IF NOT 88-FS-SNAP-ANT-YES AND NOT 88-FS-SNAP-ANT-EOF
              MOVE "045-LEE-ANTERIOR" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-ANT        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-ANT EQUAL "FIN"
              MOVE WS-ANT-LEGAJO TO WS-KEY-ANT
           END-IF.

       045-FIN.  EXIT.

       046-LEE-ACTUAL.
           READ SNAP-ACT INTO WS-REG-SNAP-ACT
               AT END
                   MOVE "FIN"       TO SW-FIN-ACT
                   MOVE HIGH-VALUES TO WS-KEY-ACT
           END-READ
           IF NOT 88-FS-SNAP-ACT-YES AND NOT 88-FS-SNAP-ACT-EOF
              MOVE "046-LEE-ACTUAL"   TO WS-ERR-PARRAFO
              MOVE FS-SNAP-ACT        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-ACT EQUAL "FIN"
              MOVE WS-ACT-LEGAJO TO WS-KEY-ACT
           END-IF.

       046-FIN.  EXIT.

       050-BALANCE.
           IF WS-KEY-ANT < WS-KEY-ACT
              PERFORM 052-SOLO-APERTURA THRU 052-FIN
              PERFORM 045-LEE-ANTERIOR  THRU 045-FIN
           ELSE
              IF WS-KEY-ANT > WS-KEY-ACT
                 PERFORM 054-SOLO-CIERRE THRU 054-FIN
                 PERFORM 046-LEE-ACTUAL  THRU 046-FIN
              ELSE
                 PERFORM 056-EN-AMBAS    THRU 056-FIN
                 PERFORM 045-LEE-ANTERIOR THRU 045-FIN
                 PERFORM 046-LEE-ACTUAL  THRU 046-FIN
              END-IF
           END-IF.

       050-FIN.  EXIT.

      * ESTABA A LA APERTURA Y NO AL CIERRE (ELIMINADO O
      * ARCHIVADO): SI ESTABA ACTIVO ES BAJA DEL MES.

       052-SOLO-APERTURA.
           IF WS-ANT-STATUS NOT = 1
              GO TO 052-FIN
           END-IF

           MOVE WS-ANT-DEPTO TO WS-DEPTO-BUSCADO
           PERFORM 060-BUSCA-DEPTO THRU 060-FIN
           IF 88-DEPTO-SIN-LUGAR
              GO TO 052-FIN
           END-IF

           ADD 1 TO WS-DEP-INICIAL (WS-IDX-DEP, WS-IDX-MES)
           ADD 1 TO WS-DEP-BAJAS   (WS-IDX-DEP, WS-IDX-MES).

       052-FIN.  EXIT.

      * APARECE AL CIERRE: ACTIVO ES ALTA. INACTIVO CON
      * INGRESO POSTERIOR A LA FOTO DE APERTURA ES QUIEN
      * INGRESO Y EGRESO DENTRO DEL MES (ALTA Y BAJA).

       054-SOLO-CIERRE.
           MOVE WS-ACT-DEPTO TO WS-DEPTO-BUSCADO
           PERFORM 060-BUSCA-DEPTO THRU 060-FIN
           IF 88-DEPTO-SIN-LUGAR
              GO TO 054-FIN
           END-IF

           IF WS-ACT-STATUS = 1
              ADD 1 TO WS-DEP-ALTAS (WS-IDX-DEP, WS-IDX-MES)
              ADD 1 TO WS-DEP-FINAL (WS-IDX-DEP, WS-IDX-MES)
              ADD WS-ACT-SALARIO TO WS-DEP-MASA (WS-IDX-DEP,
                                                 WS-IDX-MES)
           ELSE
              IF WS-ACT-FECHA-INGRESO IS NUMERIC
                 AND WS-ACT-FECHA-INGRESO >= WS-FECHA-APERTURA
                 ADD 1 TO WS-DEP-ALTAS (WS-IDX-DEP, WS-IDX-MES)
                 ADD 1 TO WS-DEP-BAJAS (WS-IDX-DEP, WS-IDX-MES)
              END-IF
           END-IF.

       054-FIN.  EXIT.

       056-EN-AMBAS.
           IF WS-ANT-STATUS = 1
              MOVE WS-ANT-DEPTO TO WS-DEPTO-BUSCADO
              PERFORM 060-BUSCA-DEPTO THRU 060-FIN
              IF NOT 88-DEPTO-SIN-LUGAR
                 ADD 1 TO WS-DEP-INICIAL (WS-IDX-DEP, WS-IDX-MES)
                 IF WS-ACT-STATUS NOT = 1
                    ADD 1 TO WS-DEP-BAJAS (WS-IDX-DEP, WS-IDX-MES)
                 ELSE
                    IF WS-ACT-DEPTO NOT = WS-ANT-DEPTO
                       SUBTRACT 1 FROM WS-DEP-TRASLADOS (WS-IDX-DEP,
                                                         WS-IDX-MES)
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-ACT-STATUS NOT = 1
              GO TO 056-FIN
           END-IF

           MOVE WS-ACT-DEPTO TO WS-DEPTO-BUSCADO
           PERFORM 060-BUSCA-DEPTO THRU 060-FIN
           IF 88-DEPTO-SIN-LUGAR
              GO TO 056-FIN
           END-IF

           ADD 1 TO WS-DEP-FINAL (WS-IDX-DEP, WS-IDX-MES)
           ADD WS-ACT-SALARIO TO WS-DEP-MASA (WS-IDX-DEP, WS-IDX-MES)

           IF WS-ANT-STATUS NOT = 1
              ADD 1 TO WS-DEP-ALTAS (WS-IDX-DEP, WS-IDX-MES)
           ELSE
              IF WS-ACT-DEPTO NOT = WS-ANT-DEPTO
                 ADD 1 TO WS-DEP-TRASLADOS (WS-IDX-DEP, WS-IDX-MES)
              END-IF
           END-IF.

       056-FIN.  EXIT.

      * UBICA WS-DEPTO-BUSCADO EN LA TABLA (LO AGREGA LA
      * PRIMERA VEZ QUE APARECE) Y DEJA WS-IDX-DEP EN SU
      * ENTRADA.

       060-BUSCA-DEPTO.
           MOVE 'N' TO WS-SW-DEPTO-HALLADO
           PERFORM 062-COMPARA-DEPTO THRU 062-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
                      OR 88-DEPTO-HALLADO

           IF 88-DEPTO-HALLADO
              SET WS-IDX-DEP DOWN BY 1
              GO TO 060-FIN
           END-IF

           IF WS-CANT-DEPTOS < 200
              ADD 1 TO WS-CANT-DEPTOS
              SET WS-IDX-DEP TO WS-CANT-DEPTOS
              MOVE WS-DEPTO-BUSCADO TO WS-DEP-CODIGO (WS-IDX-DEP)
              PERFORM 064-LIMPIA-MES THRU 064-FIN
                      VARYING WS-IDX-LIM FROM 1 BY 1
                      UNTIL WS-IDX-LIM > 12
           ELSE
              MOVE "060-BUSCA-DEPTO - TABLA LLENA" TO WS-ERR-PARRAFO
              MOVE "  "                            TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              SET 88-DEPTO-SIN-LUGAR TO TRUE
           END-IF.

       060-FIN.  EXIT.

       062-COMPARA-DEPTO.
           IF WS-DEP-CODIGO (WS-IDX-DEP) = WS-DEPTO-BUSCADO
              SET 88-DEPTO-HALLADO TO TRUE
           END-IF.

       062-FIN.  EXIT.

       064-LIMPIA-MES.
           MOVE 0 TO WS-DEP-INICIAL   (WS-IDX-DEP, WS-IDX-LIM)
                     WS-DEP-ALTAS     (WS-IDX-DEP, WS-IDX-LIM)
                     WS-DEP-BAJAS     (WS-IDX-DEP, WS-IDX-LIM)
                     WS-DEP-TRASLADOS (WS-IDX-DEP, WS-IDX-LIM)
                     WS-DEP-FINAL     (WS-IDX-DEP, WS-IDX-LIM)
                     WS-DEP-MASA      (WS-IDX-DEP, WS-IDX-LIM).

       064-FIN.  EXIT.

      * ARCHIVADOS QUE NO FIGURAN EN NINGUNA FOTO DEL MES:
      * INGRESO POSTERIOR A LA FOTO DE APERTURA Y FECHA DE
      * ARCHIVO ANTERIOR A LA DE CIERRE. SIN HISTORICO NO HAY
      * NADA QUE SUMAR.

       070-PROCESA-HISTORICO.
           OPEN INPUT HISTORICO

           IF 88-FS-HISTORICO-YES
              SET 88-OPEN-HISTORICO-YES TO TRUE
           ELSE
              IF NOT 88-FS-HISTORICO-NOFILE
                 MOVE "070-PROCESA-HISTORICO - OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-HISTORICO        TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
              GO TO 070-FIN
           END-IF

           MOVE SPACES TO SW-FIN-HIS
           PERFORM 072-LEE-HISTORICO THRU 072-FIN
           PERFORM 074-EVALUA-HISTORICO THRU 074-FIN
                   UNTIL SW-FIN-HIS EQUAL "FIN"

           CLOSE HISTORICO
           SET 88-OPEN-HISTORICO-NO TO TRUE.

       070-FIN.  EXIT.

       072-LEE-HISTORICO.
           READ HISTORICO INTO WS-REG-HISTORICO
               AT END
                   MOVE "FIN" TO SW-FIN-HIS
           END-READ
           IF NOT 88-FS-HISTORICO-YES AND NOT 88-FS-HISTORICO-EOF
              MOVE "072-LEE-HISTORICO" TO WS-ERR-PARRAFO
              MOVE FS-HISTORICO        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-HIS EQUAL "FIN"
              ADD 1 TO WS-LEIDOS-HIS
           END-IF.

       072-FIN.  EXIT.

       074-EVALUA-HISTORICO.
           IF WS-HIS-FECHA-INGRESO IS NUMERIC
              AND WS-HIS-FECHA-INGRESO > 0
              AND WS-HIS-FECHA-ARCH IS NUMERIC
              PERFORM 076-UBICA-MES THRU 076-FIN
                      VARYING WS-IDX-MES FROM 1 BY 1
                      UNTIL WS-IDX-MES > 12
           END-IF

           PERFORM 072-LEE-HISTORICO THRU 072-FIN.

       074-FIN.  EXIT.

       076-UBICA-MES.
           IF 88-MES-SIN-FOTO (WS-IDX-MES)
              GO TO 076-FIN
           END-IF

           IF WS-HIS-FECHA-INGRESO < WS-LIM-FECHA (WS-IDX-MES)
              OR WS-HIS-FECHA-INGRESO >=
                                    WS-LIM-FECHA (WS-IDX-MES + 1)
              OR WS-HIS-FECHA-ARCH >= WS-LIM-FECHA (WS-IDX-MES + 1)
              GO TO 076-FIN
           END-IF

           MOVE WS-HIS-DEPTO TO WS-DEPTO-BUSCADO
           PERFORM 060-BUSCA-DEPTO THRU 060-FIN
           IF 88-DEPTO-SIN-LUGAR
              GO TO 076-FIN
           END-IF

           ADD 1 TO WS-DEP-ALTAS (WS-IDX-DEP, WS-IDX-MES)
           ADD 1 TO WS-DEP-BAJAS (WS-IDX-DEP, WS-IDX-MES)
           ADD 1 TO WS-TOMADOS-HIS.

       076-FIN.  EXIT.

      * TOTAL GENERAL EN LA ENTRADA SIGUIENTE AL ULTIMO
      * DEPARTAMENTO.

       080-TOTALIZA.
           SET WS-IDX-TOT TO WS-CANT-DEPTOS
           SET WS-IDX-TOT UP BY 1
           MOVE "TOTAL" TO WS-DEP-CODIGO (WS-IDX-TOT)
           SET WS-IDX-DEP TO WS-IDX-TOT
           PERFORM 064-LIMPIA-MES THRU 064-FIN
                   VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > 12

           PERFORM 082-SUMA-DEPTO THRU 082-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS.

       080-FIN.  EXIT.

       082-SUMA-DEPTO.
           PERFORM 084-SUMA-MES THRU 084-FIN
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12.

       082-FIN.  EXIT.

       084-SUMA-MES.
           ADD WS-DEP-INICIAL (WS-IDX-DEP, WS-IDX-MES)
            TO WS-DEP-INICIAL (WS-IDX-TOT, WS-IDX-MES)
           ADD WS-DEP-ALTAS (WS-IDX-DEP, WS-IDX-MES)
            TO WS-DEP-ALTAS (WS-IDX-TOT, WS-IDX-MES)
           ADD WS-DEP-BAJAS (WS-IDX-DEP, WS-IDX-MES)
            TO WS-DEP-BAJAS (WS-IDX-TOT, WS-IDX-MES)
           ADD WS-DEP-TRASLADOS (WS-IDX-DEP, WS-IDX-MES)
            TO WS-DEP-TRASLADOS (WS-IDX-TOT, WS-IDX-MES)
           ADD WS-DEP-FINAL (WS-IDX-DEP, WS-IDX-MES)
            TO WS-DEP-FINAL (WS-IDX-TOT, WS-IDX-MES)
           ADD WS-DEP-MASA (WS-IDX-DEP, WS-IDX-MES)
            TO WS-DEP-MASA (WS-IDX-TOT, WS-IDX-MES).

       084-FIN.  EXIT.

      * UN BLOQUE POR DEPARTAMENTO Y UNO DE TOTAL, CON SUS
      * LINEAS EN EL CSV.

       100-IMPRIME.
           PERFORM 105-ENCABEZADO THRU 105-FIN

           MOVE SPACES TO WS-LINEA-CSV
           STRING "DEPTO,MES,DOTACION_INICIAL,ALTAS,BAJAS,"
                                            DELIMITED BY SIZE
                  "TRASLADOS_NETO,DOTACION_FINAL,ROTACION_PCT,"
                                            DELIMITED BY SIZE
                  "MASA_SALARIAL"           DELIMITED BY SIZE
             INTO WS-LINEA-CSV
           END-STRING
           PERFORM 945-ESCRIBE-CSV THRU 945-FIN

           PERFORM 110-IMPRIME-DEPTO THRU 110-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-IDX-TOT.

       100-FIN.  EXIT.

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

      * EL BLOQUE (TITULO Y SIETE FILAS) NO SE CORTA ENTRE
      * PAGINAS.

       110-IMPRIME-DEPTO.
           IF WS-LINEAS + 9 > WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE WS-DEP-CODIGO (WS-IDX-DEP) TO WS-TDP-DEPTO
           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-TIT-DEPTO TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           PERFORM 120-IMPRIME-FILA THRU 120-FIN
                   VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > 7

           PERFORM 130-GRABA-CSV THRU 130-FIN
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12.

       110-FIN.  EXIT.

       120-IMPRIME-FILA.
           MOVE SPACES                TO WS-DETALLE-FILA
           MOVE WS-CONCEPTO (WS-FILA) TO WS-DET-CONCEPTO

           PERFORM 122-ARMA-COLUMNA THRU 122-FIN
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-FILA TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       120-FIN.  EXIT.

       122-ARMA-COLUMNA.
           IF 88-MES-SIN-FOTO (WS-IDX-MES)
              MOVE " S/FOTO" TO WS-DET-VALOR (WS-IDX-MES)
              GO TO 122-FIN
           END-IF

           IF 88-FILA-INICIAL
              MOVE WS-DEP-INICIAL (WS-IDX-DEP, WS-IDX-MES)
                                  TO WS-ED-CANT
              MOVE WS-ED-CANT     TO WS-DET-VALOR (WS-IDX-MES)
           END-IF
           IF 88-FILA-ALTAS
              MOVE WS-DEP-ALTAS (WS-IDX-DEP, WS-IDX-MES)
                                  TO WS-ED-CANT
              MOVE WS-ED-CANT     TO WS-DET-VALOR (WS-IDX-MES)
           END-IF
           IF 88-FILA-BAJAS
              MOVE WS-DEP-BAJAS (WS-IDX-DEP, WS-IDX-MES)
                                  TO WS-ED-CANT
              MOVE WS-ED-CANT     TO WS-DET-VALOR (WS-IDX-MES)
           END-IF
           IF 88-FILA-TRASLADOS
              MOVE WS-DEP-TRASLADOS (WS-IDX-DEP, WS-IDX-MES)
                                  TO WS-ED-TRASLADOS
              MOVE WS-ED-TRASLADOS TO WS-DET-VALOR (WS-IDX-MES)
           END-IF
           IF 88-FILA-FINAL
              MOVE WS-DEP-FINAL (WS-IDX-DEP, WS-IDX-MES)
                                  TO WS-ED-CANT
              MOVE WS-ED-CANT     TO WS-DET-VALOR (WS-IDX-MES)
           END-IF
           IF 88-FILA-ROTACION
              PERFORM 125-CALCULA-ROTACION THRU 125-FIN
              MOVE WS-ROTACION    TO WS-ED-ROTACION
              MOVE WS-ED-ROTACION TO WS-DET-VALOR (WS-IDX-MES)
           END-IF
           IF 88-FILA-MASA
              COMPUTE WS-MASA-MILES ROUNDED =
                      WS-DEP-MASA (WS-IDX-DEP, WS-IDX-MES) / 1000
              MOVE WS-MASA-MILES  TO WS-ED-MASA
              MOVE WS-ED-MASA     TO WS-DET-VALOR (WS-IDX-MES)
           END-IF.

       122-FIN.  EXIT.

      * ROTACION = BAJAS * 100 / DOTACION PROMEDIO DEL MES.

       125-CALCULA-ROTACION.
           COMPUTE WS-DOTACION-MEDIA =
                   (WS-DEP-INICIAL (WS-IDX-DEP, WS-IDX-MES)
                  + WS-DEP-FINAL   (WS-IDX-DEP, WS-IDX-MES)) / 2

           IF WS-DOTACION-MEDIA = 0
              MOVE 0 TO WS-ROTACION
           ELSE
              COMPUTE WS-ROTACION ROUNDED =
                      WS-DEP-BAJAS (WS-IDX-DEP, WS-IDX-MES) * 100
                      / WS-DOTACION-MEDIA
                 ON SIZE ERROR
                      MOVE 999.99 TO WS-ROTACION
              END-COMPUTE
           END-IF.

       125-FIN.  EXIT.

      * LOS MESES SIN FOTO NO VAN AL CSV.

       130-GRABA-CSV.
           IF 88-MES-SIN-FOTO (WS-IDX-MES)
              GO TO 130-FIN
           END-IF

           PERFORM 125-CALCULA-ROTACION THRU 125-FIN

           MOVE WS-LIM-AAAAMM (WS-IDX-MES)      TO WS-CSV-MES
           MOVE WS-DEP-INICIAL (WS-IDX-DEP, WS-IDX-MES)
                                                TO WS-CSV-CANT-1
           MOVE WS-DEP-ALTAS (WS-IDX-DEP, WS-IDX-MES)
                                                TO WS-CSV-CANT-2
           MOVE WS-DEP-BAJAS (WS-IDX-DEP, WS-IDX-MES)
                                                TO WS-CSV-CANT-3
           MOVE WS-DEP-TRASLADOS (WS-IDX-DEP, WS-IDX-MES)
                                                TO WS-CSV-TRASLADOS
           MOVE WS-DEP-FINAL (WS-IDX-DEP, WS-IDX-MES)
                                                TO WS-CSV-CANT-4
           MOVE WS-ROTACION                     TO WS-CSV-ROTACION
           MOVE WS-DEP-MASA (WS-IDX-DEP, WS-IDX-MES)
                                                TO WS-CSV-MASA

           MOVE SPACES TO WS-LINEA-CSV
           STRING FUNCTION TRIM (WS-DEP-CODIGO (WS-IDX-DEP))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-CSV-MES                    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-CANT-1) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-CANT-2) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-CANT-3) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-TRASLADOS)
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-CANT-4) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-ROTACION)
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-MASA)   DELIMITED BY SIZE
             INTO WS-LINEA-CSV
           END-STRING

           PERFORM 945-ESCRIBE-CSV THRU 945-FIN.

       130-FIN.  EXIT.

       200-FINAL.
           MOVE "GENERACIONES EN CATALOGO   : " TO WS-TOT-LABEL
           MOVE WS-CANT-GEN      TO WS-TOT-CANT
           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "MESES SIN FOTO             : " TO WS-TOT-LABEL
           MOVE WS-MESES-SIN-FOTO TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "DEPARTAMENTOS              : " TO WS-TOT-LABEL
           MOVE WS-CANT-DEPTOS   TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "HISTORICOS LEIDOS          : " TO WS-TOT-LABEL
           MOVE WS-LEIDOS-HIS    TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "HISTORICOS ENTRE FOTOS     : " TO WS-TOT-LABEL
           MOVE WS-TOMADOS-HIS   TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           IF 88-OPEN-TENDREPO-YES
              CLOSE TENDREPO
           END-IF
           IF 88-OPEN-TENDCSV-YES
              CLOSE TENDCSV
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           IF WS-MESES-SIN-FOTO > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       200-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-TENDREPO FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-TENDREPO-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-TENDREPO           TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-LINEAS.

       940-FIN.  EXIT.

       945-ESCRIBE-CSV.
           WRITE REG-TENDCSV FROM WS-LINEA-CSV

           IF NOT 88-FS-TENDCSV-YES
              MOVE "945-ESCRIBE-CSV" TO WS-ERR-PARRAFO
              MOVE FS-TENDCSV        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

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
           IF 88-OPEN-SNAP-ANT-YES
              CLOSE SNAP-ANT
           END-IF
           IF 88-OPEN-SNAP-ACT-YES
              CLOSE SNAP-ACT
           END-IF
           IF 88-OPEN-HISTORICO-YES
              CLOSE HISTORICO
           END-IF
           IF 88-OPEN-TENDREPO-YES
              CLOSE TENDREPO
           END-IF
           IF 88-OPEN-TENDCSV-YES
              CLOSE TENDCSV
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
