      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_SUSP_EMP.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * SUSPENSO DE RECHAZOS DE EDICION.
      * CORRE DESPUES DE PGM_EDIT_EMP. EDITRECH.TXT SE PISA
      * TODAS LAS NOCHES, ASI QUE UN LEGAJO RECHAZADO (POR
      * EJEMPLO POR DPC O SAL) QUEDA FUERA DEL REPORTE, DE LA
      * INTERFAZ GL Y DE LA FOTO SIN QUE NADIE LO SIGA. ESTE
      * PASO LLEVA EL ARCHIVO DE SUSPENSO SUSPENSO.TXT, POR
      * LEGAJO, CON LA FECHA DEL PRIMER Y DEL ULTIMO RECHAZO,
      * LOS MOTIVOS DEL ULTIMO RECHAZO Y LAS NOCHES QUE LLEVA
      * PENDIENTE. SE ARMA CON UN APAREO POR LEGAJO DEL
      * SUSPENSO ANTERIOR CONTRA LOS RECHAZOS (EDITRECH.TXT) Y
      * LOS LIMPIOS (EMPLIMPI.TXT) DE LA NOCHE, LOS TRES EN
      * ORDEN DE LEGAJO:
      *  - RECHAZADO HOY: ALTA EN EL SUSPENSO O, SI YA ESTABA
      *    PENDIENTE, SUMA UNA NOCHE (UNA SOLA VEZ POR FECHA,
      *    ASI UNA RE-EJECUCION NO CUENTA DOS VECES).
      *  - PENDIENTE QUE HOY PASA LA EDICION: QUEDA
      *    REGULARIZADO (ESTADO R) CON LA FECHA DE CIERRE.
      *  - PENDIENTE QUE YA NO ESTA EN EL MAESTRO: QUEDA
      *    CERRADO COMO BAJA (ESTADO B).
      *  - LOS CERRADOS SE CONSERVAN LOS DIAS DE RETENCION Y
      *    DESPUES SE DEPURAN.
      * EL NUEVO SUSPENSO SE GRABA EN UN ARCHIVO DE TRABAJO Y
      * RECIEN AL FINAL SE COPIA SOBRE SUSPENSO.TXT (VER
      * 230-PROMUEVE-SUSPENSO).
      * EMITE SUSPREPO.TXT: PENDIENTES Y SALARIO QUE QUEDA
      * FUERA DE LA INTERFAZ GL POR TRAMO DE ANTIGUEDAD (0-2,
      * 3-7, 8-30 Y MAS DE 30 NOCHES), EL DETALLE DE
      * PENDIENTES DEL MAS VIEJO AL MAS NUEVO Y LOS CERRADOS
      * EN LA CORRIDA. SI ALGUN PENDIENTE SUPERA LAS NOCHES DE
      * AVISO (SUSPPARM.TXT) EL PASO TERMINA CON RETURN-CODE 4
      * PARA QUE QUEDE MARCADO EN LA BITACORA DE LA CADENA.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SUSPENSO DE LA CORRIDA ANTERIOR (NO EXISTE LA PRIMERA
      * VEZ) Y SU REGRABACION VIA EL ARCHIVO DE TRABAJO.
           SELECT OPTIONAL SUSPENSO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SUSPENSO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SUSPENSO.

           SELECT SUSP-NUEVO   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SUSPWORK.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SUSP-NUEVO.

           SELECT RELEE-SUSP   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SUSPWORK.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RELEE-SUSP.

           SELECT SUSP-FINAL   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SUSPENSO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SUSP-FINAL.

      * RECHAZOS Y LIMPIOS QUE DEJA PGM_EDIT_EMP, EN ORDEN DE
      * LEGAJO (RECORRE EL MAESTRO INDEXADO POR CLAVE).
           SELECT RECHAZOS     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EDITRECH.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RECHAZOS.

           SELECT LIMPIOS      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPLIMPI.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-LIMPIOS.

      * PARAMETROS: NOCHES DE AVISO Y DIAS DE RETENCION DE
      * LOS CERRADOS.
           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SUSPPARM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

           SELECT SUSPREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SUSPREPO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SUSPREPO.

           SELECT ARCHIVO-SORT ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SUSPSORT.TXT".

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRSUSP.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSPENSO           PIC X(130).

       FD  SUSP-NUEVO
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSP-NUEVO         PIC X(130).

       FD  RELEE-SUSP
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RELEE-SUSP         PIC X(130).

       FD  SUSP-FINAL
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSP-FINAL         PIC X(130).

       FD  RECHAZOS
           RECORD CONTAINS 141 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RECHAZOS           PIC X(141).

       FD  LIMPIOS
           RECORDING MODE IS F.
       01  REG-LIMPIOS.
           05 LIM-LEGAJO          PIC X(06).
           05 FILLER              PIC X(86).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-NOCHES-AVISO   PIC 9(03).
           05 PARM-DIAS-RETENCION PIC 9(03).
           05 FILLER              PIC X(14).

       FD  SUSPREPO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSPREPO           PIC X(120).

      * PENDIENTE (SECCION 1) O CERRADO EN LA CORRIDA
      * (SECCION 2), PARA EL DETALLE DEL REPORTE.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 116 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SORT.
           05 SRT-SECCION         PIC 9(01).
           05 SRT-NOCHES          PIC 9(05).
           05 SRT-LEGAJO          PIC X(06).
           05 SRT-ESTADO          PIC X(01).
           05 SRT-APELLIDO        PIC X(15).
           05 SRT-DEPTO           PIC X(15).
           05 SRT-FECHA-PRIMERA   PIC 9(08).
           05 SRT-FECHA-ULTIMA    PIC 9(08).
           05 SRT-SALARIO         PIC 9(07)V99.
           05 SRT-MOTIVOS         PIC X(48).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

       WORKING-STORAGE SECTION.

       77  FS-SUSPENSO                   PIC  X(02) VALUE ' '.
           88 88-FS-SUSPENSO-YES                    VALUE '00' '05'.
           88 88-FS-SUSPENSO-EOF                    VALUE '10'.

       77  FS-SUSP-NUEVO                 PIC  X(02) VALUE ' '.
           88 88-FS-SUSP-NUEVO-YES                  VALUE '00'.

       77  FS-RELEE-SUSP                 PIC  X(02) VALUE ' '.
           88 88-FS-RELEE-SUSP-YES                  VALUE '00'.
           88 88-FS-RELEE-SUSP-EOF                  VALUE '10'.

       77  FS-SUSP-FINAL                 PIC  X(02) VALUE ' '.
           88 88-FS-SUSP-FINAL-YES                  VALUE '00'.

       77  FS-RECHAZOS                   PIC  X(02) VALUE ' '.
           88 88-FS-RECHAZOS-YES                    VALUE '00'.
           88 88-FS-RECHAZOS-EOF                    VALUE '10'.

       77  FS-LIMPIOS                    PIC  X(02) VALUE ' '.
           88 88-FS-LIMPIOS-YES                     VALUE '00'.
           88 88-FS-LIMPIOS-EOF                     VALUE '10'.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-SUSPREPO                   PIC  X(02) VALUE ' '.
           88 88-FS-SUSPREPO-YES                    VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-SUSPENSO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-SUSPENSO-YES                  VALUE 'YS'.
           88 88-OPEN-SUSPENSO-NO                   VALUE 'N'.

       77  WS-OPEN-SUSP-NUEVO            PIC  X(02) VALUE 'YO'.
           88 88-OPEN-SUSP-NUEVO-YES                VALUE 'YS'.
           88 88-OPEN-SUSP-NUEVO-NO                 VALUE 'N'.

       77  WS-OPEN-RECHAZOS              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-RECHAZOS-YES                  VALUE 'YS'.
           88 88-OPEN-RECHAZOS-NO                   VALUE 'N'.

       77  WS-OPEN-LIMPIOS               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-LIMPIOS-YES                   VALUE 'YS'.
           88 88-OPEN-LIMPIOS-NO                    VALUE 'N'.

       77  WS-OPEN-SUSPREPO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-SUSPREPO-YES                  VALUE 'YS'.
           88 88-OPEN-SUSPREPO-NO                   VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * REGISTRO DEL SUSPENSO.
      * ESTADOS: P = PENDIENTE, R = REGULARIZADO (PASO LA
      *          EDICION), B = BAJA (YA NO ESTA EN EL MAESTRO).

       01  WS-REG-SUSPENSO.
           05 WS-SUS-LEGAJO       PIC X(06).
           05 WS-SUS-ESTADO       PIC X(01).
              88 88-SUS-PENDIENTE              VALUE 'P'.
              88 88-SUS-REGULARIZADO           VALUE 'R'.
              88 88-SUS-BAJA                   VALUE 'B'.
           05 WS-SUS-FECHA-PRIMERA PIC 9(08).
           05 WS-SUS-FECHA-ULTIMA PIC 9(08).
           05 WS-SUS-FECHA-CIERRE PIC 9(08).
           05 WS-SUS-NOCHES       PIC 9(05).
           05 WS-SUS-APELLIDO     PIC X(15).
           05 WS-SUS-DEPTO        PIC X(15).
           05 WS-SUS-SALARIO      PIC 9(07)V99.
           05 WS-SUS-MOTIVOS      PIC X(48).
           05 FILLER              PIC X(07).

      * ULTIMO REGISTRO LEIDO DEL SUSPENSO ANTERIOR: QUEDA
      * APARTE HASTA QUE EL APAREO LLEGA A SU LEGAJO.

       01  WS-REG-SUS-ANT.
           05 WS-ANT-LEGAJO       PIC X(06).
           05 FILLER              PIC X(124).

      * REGISTRO DE RECHAZOS: IMAGEN + MOTIVOS POR CAMPO, MISMO
      * LAYOUT QUE WS-REG-RECHAZO DE PGM_EDIT_EMP.

       01  WS-REG-RECHAZO.
           05 WS-RCH-IMAGEN.
              10 WS-RCH-LEGAJO    PIC X(06).
              10 WS-RCH-NOMBRE    PIC X(15).
              10 WS-RCH-APELLIDO  PIC X(15).
              10 WS-RCH-STATUS    PIC X(01).
              10 WS-RCH-DEPTO     PIC X(15).
              10 WS-RCH-PUESTO    PIC X(15).
              10 WS-RCH-SALARIO   PIC X(09).
              10 WS-RCH-SALARIO-N REDEFINES WS-RCH-SALARIO
                                  PIC 9(07)V99.
              10 WS-RCH-FECHA-ING PIC X(08).
              10 WS-RCH-FECHA-EGR PIC X(08).
           05 FILLER              PIC X(01).
           05 WS-RCH-MOTIVOS.
              10 WS-RCH-MOTIVO OCCURS 12 TIMES
                                  PIC X(04).

      * CLAVES DEL APAREO. CADA ARCHIVO TERMINADO QUEDA EN
      * HIGH-VALUES.

       01  WS-CLAVE-SUS           PIC X(06)    VALUE LOW-VALUES.
       01  WS-CLAVE-RCH           PIC X(06)    VALUE LOW-VALUES.
       01  WS-CLAVE-LIM           PIC X(06)    VALUE LOW-VALUES.
       01  WS-CLAVE-MENOR         PIC X(06)    VALUE LOW-VALUES.

       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS-SUS       PIC 9(05)    VALUE 0.
           05 WS-LEIDOS-RCH       PIC 9(05)    VALUE 0.
           05 WS-PENDIENTES       PIC 9(05)    VALUE 0.
           05 WS-NUEVOS           PIC 9(05)    VALUE 0.
           05 WS-REGULARIZADOS    PIC 9(05)    VALUE 0.
           05 WS-BAJAS            PIC 9(05)    VALUE 0.
           05 WS-DEPURADOS        PIC 9(05)    VALUE 0.
           05 WS-VENCIDOS         PIC 9(05)    VALUE 0.
           05 WS-GRABADOS-SUS     PIC 9(05)    VALUE 0.
           05 WS-DETALLES         PIC 9(05)    VALUE 0.
           05 SW-FIN-SORT         PIC X(03)    VALUE ' '.
           05 SW-FIN-COPIA        PIC X(03)    VALUE ' '.
      *

      * FECHA DE LA CORRIDA Y FECHA LIMITE DE RETENCION DE LOS
      * CERRADOS (HOY MENOS LOS DIAS DE RETENCION).

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

       01  WS-FECHA-PROCESO       PIC 9(08)    VALUE 0.
       01  WS-FECHA-LIMITE        PIC 9(08)    VALUE 0.
       01  WS-DIAS-ENTERO         PIC 9(07)    VALUE 0.

       77  WS-NOCHES-AVISO        PIC 9(03)    VALUE 007.
       77  WS-DIAS-RETENCION      PIC 9(03)    VALUE 030.

      * TRAMOS DE ANTIGUEDAD DEL PENDIENTE, EN NOCHES.

       01  WS-TRAMO               PIC 9(01)    VALUE 0.
       01  WS-IDX-TRA             PIC 9(01)    VALUE 0.

       01  WS-TRAMOS-CONST.
           05 FILLER              PIC X(20) VALUE "0 A 2 NOCHES".
           05 FILLER              PIC X(20) VALUE "3 A 7 NOCHES".
           05 FILLER              PIC X(20) VALUE "8 A 30 NOCHES".
           05 FILLER              PIC X(20) VALUE "MAS DE 30 NOCHES".

       01  WS-TABLA-TRAMO-DESC REDEFINES WS-TRAMOS-CONST.
           05 WS-TRA-DESCRIPCION OCCURS 4 TIMES
                                  PIC X(20).

       01  WS-TABLA-TRAMOS.
           05 WS-TRAMO-ITEM OCCURS 4 TIMES.
              10 WS-TRA-CANT      PIC 9(05).
              10 WS-TRA-SALARIO   PIC 9(11)V99.

       01  WS-TOT-SALARIO         PIC 9(11)V99 VALUE 0.

      * MOTIVOS DEL RECHAZO COMPACTADOS PARA LA IMPRESION.

       01  WS-MOT-TEXTO           PIC X(32)    VALUE SPACES.
       01  WS-MOT-PUNTERO         PIC 9(02)    VALUE 0.
       01  WS-IDX-MOT             PIC 9(02)    VALUE 0.
       01  WS-TABLA-MOTIVOS.
           05 WS-MOT-ITEM OCCURS 12 TIMES
                                  PIC X(04).

      * CONTROL DE PAGINACION Y ESCRITURA DEL REPORTE.

       01  WS-LINEA-SALIDA         PIC X(120).
       01  WS-ADVANCE-LINES        PIC 9(02)    VALUE 1.
       01  WS-LINEAS                PIC 9(03)   VALUE 0.
       01  WS-MAX-LINEAS            PIC 9(03)   VALUE 060.
       01  WS-PAGINA-NUM            PIC 9(03)   VALUE 0.
       01  WS-SECCION-ANT           PIC 9(01)   VALUE 0.

      * SUBTITULO DE LA SECCION EN CURSO (SE REPITE AL CAMBIAR
      * DE PAGINA).

       01  WS-SUBT-VIGENTE         PIC X(120)   VALUE SPACES.
       01  WS-LINEA-GUARDA         PIC X(120)   VALUE SPACES.

      * TITULOS.

       01  WS-TITULO-1.
           03 FILLER              PIC X(37)    VALUE ' '.
           03 WS-TIT-1            PIC X(46)
               VALUE "SUSPENSO DE RECHAZOS DE EDICION - ANTIGUEDAD".
           03 FILLER              PIC X(37)    VALUE ' '.

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

      * SECCION RESUMEN: UNA LINEA POR TRAMO DE ANTIGUEDAD.

       01  WS-SUBT-TRAMOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE "ANTIGUEDAD".
           05 FILLER              PIC X(11)    VALUE " PENDIENTES".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(19)
                                  VALUE "SALARIO FUERA DE GL".
           05 FILLER              PIC X(67)    VALUE ' '.

       01  WS-DETALLE-TRAMO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DTR-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-DTR-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-DTR-SALARIO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(71)    VALUE ' '.

      * SECCIONES DE DETALLE: PENDIENTES Y CERRADOS EN LA
      * CORRIDA.

       01  WS-SUBT-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "APELLIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "1ER.RECH.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "ULT.RECH.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NOCH.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     SALARIO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(32)    VALUE "MOTIVOS".
           05 FILLER              PIC X(07)    VALUE ' '.

       01  WS-DETALLE-SUSP.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-LEGAJO       PIC X(06).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-APELLIDO     PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-PRIMERA.
              10 WS-DSU-PRI-DD    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DSU-PRI-MM    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DSU-PRI-AAAA  PIC 9(04).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-ULTIMA.
              10 WS-DSU-ULT-DD    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DSU-ULT-MM    PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DSU-ULT-AAAA  PIC 9(04).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-NOCHES       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DSU-MOTIVOS      PIC X(32).
           05 FILLER              PIC X(07)    VALUE ' '.

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

           MOVE 0 TO WS-TRA-CANT (1) WS-TRA-SALARIO (1)
                     WS-TRA-CANT (2) WS-TRA-SALARIO (2)
                     WS-TRA-CANT (3) WS-TRA-SALARIO (3)
                     WS-TRA-CANT (4) WS-TRA-SALARIO (4)

           PERFORM 030-ABRE-ARCHIVOS  THRU 030-FIN
           PERFORM 015-LEE-PARAMETROS THRU 015-FIN

           COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                   - WS-DIAS-RETENCION
           COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO)

           PERFORM 105-ENCABEZADO     THRU 105-FIN

           SORT ARCHIVO-SORT ON ASCENDING  KEY SRT-SECCION
                                DESCENDING KEY SRT-NOCHES
                                ASCENDING  KEY SRT-LEGAJO
           INPUT  PROCEDURE 020-APAREA-SUSPENSO THRU 020-FIN
           OUTPUT PROCEDURE 100-EMITE-REPORTE   THRU 100-FIN

           PERFORM 200-FINAL THRU 200-FIN.

           GOBACK.

       015-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 IF PARM-NOCHES-AVISO IS NUMERIC
                    AND PARM-NOCHES-AVISO > 0
                    MOVE PARM-NOCHES-AVISO   TO WS-NOCHES-AVISO
                 END-IF
                 IF PARM-DIAS-RETENCION IS NUMERIC
                    AND PARM-DIAS-RETENCION > 0
                    MOVE PARM-DIAS-RETENCION TO WS-DIAS-RETENCION
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

      * ENTRADA DEL SORT: APAREO POR LEGAJO DEL SUSPENSO
      * ANTERIOR, LOS RECHAZOS Y LOS LIMPIOS DE LA NOCHE.

       020-APAREA-SUSPENSO.
           PERFORM 040-LEE-SUSPENSO THRU 040-FIN
           PERFORM 042-LEE-RECHAZO  THRU 042-FIN
           PERFORM 044-LEE-LIMPIO   THRU 044-FIN

           PERFORM 050-PROCESA-CLAVE THRU 050-FIN
                   UNTIL WS-CLAVE-SUS = HIGH-VALUES
                     AND WS-CLAVE-RCH = HIGH-VALUES
                     AND WS-CLAVE-LIM = HIGH-VALUES.

       020-FIN.  EXIT.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT ERRORES

           IF 88-FS-ERRORES-YES
              SET 88-OPEN-ERRORES-YES TO TRUE
           ELSE
              SET 88-OPEN-ERRORES-NO  TO TRUE
           END-IF

           OPEN INPUT  SUSPENSO
                INPUT  RECHAZOS
                INPUT  LIMPIOS
                OUTPUT SUSP-NUEVO
                OUTPUT SUSPREPO

           IF 88-FS-SUSPENSO-YES
              SET 88-OPEN-SUSPENSO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - SUSPENSO"  TO WS-ERR-PARRAFO
              MOVE FS-SUSPENSO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-RECHAZOS-YES
              SET 88-OPEN-RECHAZOS-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - RECHAZOS"  TO WS-ERR-PARRAFO
              MOVE FS-RECHAZOS                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-LIMPIOS-YES
              SET 88-OPEN-LIMPIOS-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - LIMPIOS"   TO WS-ERR-PARRAFO
              MOVE FS-LIMPIOS                      TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-SUSP-NUEVO-YES
              SET 88-OPEN-SUSP-NUEVO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - SUSP-NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-SUSP-NUEVO                    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-SUSPREPO-YES
              SET 88-OPEN-SUSPREPO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - SUSPREPO"  TO WS-ERR-PARRAFO
              MOVE FS-SUSPREPO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       030-FIN.  EXIT.

       040-LEE-SUSPENSO.
           READ SUSPENSO INTO WS-REG-SUS-ANT
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-SUS
           END-READ
           IF NOT 88-FS-SUSPENSO-YES AND NOT 88-FS-SUSPENSO-EOF
              MOVE "040-LEE-SUSPENSO" TO WS-ERR-PARRAFO
              MOVE FS-SUSPENSO        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT 88-FS-SUSPENSO-EOF
              MOVE WS-ANT-LEGAJO TO WS-CLAVE-SUS
              ADD 1 TO WS-LEIDOS-SUS
           END-IF.

       040-FIN.  EXIT.

       042-LEE-RECHAZO.
           READ RECHAZOS INTO WS-REG-RECHAZO
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-RCH
           END-READ
           IF NOT 88-FS-RECHAZOS-YES AND NOT 88-FS-RECHAZOS-EOF
              MOVE "042-LEE-RECHAZO" TO WS-ERR-PARRAFO
              MOVE FS-RECHAZOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT 88-FS-RECHAZOS-EOF
              MOVE WS-RCH-LEGAJO TO WS-CLAVE-RCH
              ADD 1 TO WS-LEIDOS-RCH
           END-IF.

       042-FIN.  EXIT.

       044-LEE-LIMPIO.
           READ LIMPIOS
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-LIM
           END-READ
           IF NOT 88-FS-LIMPIOS-YES AND NOT 88-FS-LIMPIOS-EOF
              MOVE "044-LEE-LIMPIO" TO WS-ERR-PARRAFO
              MOVE FS-LIMPIOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT 88-FS-LIMPIOS-EOF
              MOVE LIM-LEGAJO TO WS-CLAVE-LIM
           END-IF.

       044-FIN.  EXIT.

      * TRATA LA CLAVE MENOR DE LOS TRES ARCHIVOS Y AVANZA LOS
      * QUE LA TIENEN.

       050-PROCESA-CLAVE.
           MOVE WS-CLAVE-SUS TO WS-CLAVE-MENOR
           IF WS-CLAVE-RCH < WS-CLAVE-MENOR
              MOVE WS-CLAVE-RCH TO WS-CLAVE-MENOR
           END-IF
           IF WS-CLAVE-LIM < WS-CLAVE-MENOR
              MOVE WS-CLAVE-LIM TO WS-CLAVE-MENOR
           END-IF

           MOVE SPACES TO WS-REG-SUSPENSO
           IF WS-CLAVE-SUS = WS-CLAVE-MENOR
              MOVE WS-REG-SUS-ANT TO WS-REG-SUSPENSO
           END-IF

           IF WS-CLAVE-RCH = WS-CLAVE-MENOR
              PERFORM 060-RECHAZADO-HOY THRU 060-FIN
           ELSE
              IF WS-CLAVE-SUS = WS-CLAVE-MENOR
                 PERFORM 070-SIN-RECHAZO THRU 070-FIN
              END-IF
           END-IF

           IF WS-CLAVE-SUS = WS-CLAVE-MENOR
              PERFORM 040-LEE-SUSPENSO THRU 040-FIN
           END-IF
           IF WS-CLAVE-RCH = WS-CLAVE-MENOR
              PERFORM 042-LEE-RECHAZO  THRU 042-FIN
           END-IF
           IF WS-CLAVE-LIM = WS-CLAVE-MENOR
              PERFORM 044-LEE-LIMPIO   THRU 044-FIN
           END-IF.

       050-FIN.  EXIT.

      * RECHAZADO HOY: SI YA ESTABA PENDIENTE SUMA LA NOCHE
      * (UNA VEZ POR FECHA) Y ACTUALIZA LOS DATOS DEL ULTIMO
      * RECHAZO; SI NO ESTABA O ESTABA CERRADO, ABRE UN
      * PENDIENTE NUEVO.

       060-RECHAZADO-HOY.
           IF WS-CLAVE-SUS = WS-CLAVE-MENOR
              AND 88-SUS-PENDIENTE
              IF WS-SUS-FECHA-ULTIMA < WS-FECHA-PROCESO
                 ADD 1 TO WS-SUS-NOCHES
                 MOVE WS-FECHA-PROCESO TO WS-SUS-FECHA-ULTIMA
              END-IF
           ELSE
              MOVE SPACES              TO WS-REG-SUSPENSO
              MOVE WS-RCH-LEGAJO       TO WS-SUS-LEGAJO
              SET 88-SUS-PENDIENTE     TO TRUE
              MOVE WS-FECHA-PROCESO    TO WS-SUS-FECHA-PRIMERA
                                          WS-SUS-FECHA-ULTIMA
              MOVE 0                   TO WS-SUS-FECHA-CIERRE
                                          WS-SUS-NOCHES
              ADD 1 TO WS-NUEVOS
           END-IF

           MOVE WS-RCH-APELLIDO  TO WS-SUS-APELLIDO
           MOVE WS-RCH-DEPTO     TO WS-SUS-DEPTO
           MOVE WS-RCH-MOTIVOS   TO WS-SUS-MOTIVOS
      * UN SALARIO NO NUMERICO NO SE PUEDE VALORIZAR.
           IF WS-RCH-SALARIO IS NUMERIC
              MOVE WS-RCH-SALARIO-N TO WS-SUS-SALARIO
           ELSE
              MOVE 0                TO WS-SUS-SALARIO
           END-IF

           PERFORM 080-GRABA-SUSPENSO THRU 080-FIN
           PERFORM 065-ACUMULA-TRAMO  THRU 065-FIN

           MOVE 1 TO SRT-SECCION
           PERFORM 090-LIBERA-DETALLE THRU 090-FIN.

       060-FIN.  EXIT.

       065-ACUMULA-TRAMO.
           IF WS-SUS-NOCHES <= 2
              MOVE 1 TO WS-TRAMO
           ELSE
              IF WS-SUS-NOCHES <= 7
                 MOVE 2 TO WS-TRAMO
              ELSE
                 IF WS-SUS-NOCHES <= 30
                    MOVE 3 TO WS-TRAMO
                 ELSE
                    MOVE 4 TO WS-TRAMO
                 END-IF
              END-IF
           END-IF

           ADD 1              TO WS-TRA-CANT    (WS-TRAMO)
           ADD WS-SUS-SALARIO TO WS-TRA-SALARIO (WS-TRAMO)
           ADD 1              TO WS-PENDIENTES

           IF WS-SUS-NOCHES > WS-NOCHES-AVISO
              ADD 1 TO WS-VENCIDOS
           END-IF.

       065-FIN.  EXIT.

      * EN EL SUSPENSO Y NO RECHAZADO HOY: EL PENDIENTE SE
      * CIERRA (REGULARIZADO SI PASO LA EDICION, BAJA SI YA NO
      * ESTA EN EL MAESTRO); EL YA CERRADO SE CONSERVA HASTA
      * CUMPLIR LA RETENCION.

       070-SIN-RECHAZO.
           IF NOT 88-SUS-PENDIENTE
              IF WS-SUS-FECHA-CIERRE < WS-FECHA-LIMITE
                 ADD 1 TO WS-DEPURADOS
              ELSE
                 PERFORM 080-GRABA-SUSPENSO THRU 080-FIN
              END-IF
              GO TO 070-FIN
           END-IF

           IF WS-CLAVE-LIM = WS-CLAVE-MENOR
              SET 88-SUS-REGULARIZADO TO TRUE
              ADD 1 TO WS-REGULARIZADOS
           ELSE
              SET 88-SUS-BAJA         TO TRUE
              ADD 1 TO WS-BAJAS
           END-IF
           MOVE WS-FECHA-PROCESO TO WS-SUS-FECHA-CIERRE

           PERFORM 080-GRABA-SUSPENSO THRU 080-FIN

           MOVE 2 TO SRT-SECCION
           PERFORM 090-LIBERA-DETALLE THRU 090-FIN.

       070-FIN.  EXIT.

       080-GRABA-SUSPENSO.
           WRITE REG-SUSP-NUEVO FROM WS-REG-SUSPENSO

           IF NOT 88-FS-SUSP-NUEVO-YES
              MOVE "080-GRABA-SUSPENSO" TO WS-ERR-PARRAFO
              MOVE FS-SUSP-NUEVO        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-GRABADOS-SUS.

       080-FIN.  EXIT.

       090-LIBERA-DETALLE.
           MOVE WS-SUS-NOCHES        TO SRT-NOCHES
           MOVE WS-SUS-LEGAJO        TO SRT-LEGAJO
           MOVE WS-SUS-ESTADO        TO SRT-ESTADO
           MOVE WS-SUS-APELLIDO      TO SRT-APELLIDO
           MOVE WS-SUS-DEPTO         TO SRT-DEPTO
           MOVE WS-SUS-FECHA-PRIMERA TO SRT-FECHA-PRIMERA
           MOVE WS-SUS-FECHA-ULTIMA  TO SRT-FECHA-ULTIMA
           MOVE WS-SUS-SALARIO       TO SRT-SALARIO
           MOVE WS-SUS-MOTIVOS       TO SRT-MOTIVOS

           RELEASE REG-SORT.

       090-FIN.  EXIT.

      * SALIDA DEL SORT: RESUMEN POR TRAMO (COMPLETO AL
      * TERMINAR LA ENTRADA), PENDIENTES DEL MAS VIEJO AL MAS
      * NUEVO Y CERRADOS EN LA CORRIDA.

       100-EMITE-REPORTE.
           MOVE "PENDIENTES Y SALARIO FUERA DE LA INTERFAZ GL"
                                          TO WS-SEC-TEXTO
           MOVE WS-SUBT-TRAMOS            TO WS-SUBT-VIGENTE
           PERFORM 110-TITULO-SECCION THRU 110-FIN

           PERFORM 120-LISTA-TRAMO THRU 120-FIN
                   VARYING WS-IDX-TRA FROM 1 BY 1
                   UNTIL WS-IDX-TRA > 4

           PERFORM 125-LISTA-TOTAL THRU 125-FIN

           MOVE "DETALLE DE PENDIENTES"   TO WS-SEC-TEXTO
           MOVE WS-SUBT-DETALLE           TO WS-SUBT-VIGENTE
           PERFORM 110-TITULO-SECCION THRU 110-FIN
           MOVE 1 TO WS-SECCION-ANT

           MOVE SPACES TO SW-FIN-SORT
           PERFORM 135-RETORNA-DETALLE THRU 135-FIN
           PERFORM 140-LISTA-DETALLE THRU 140-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"

      * SI NO HUBO CERRADOS LA SECCION NO LLEGO A ABRIRSE.
           IF WS-SECCION-ANT = 1
              IF WS-PENDIENTES = 0
                 MOVE "SIN PENDIENTES EN EL SUSPENSO"
                                          TO WS-SIN-TEXTO
                 PERFORM 145-SIN-DATOS THRU 145-FIN
              END-IF
              PERFORM 138-ABRE-CERRADOS THRU 138-FIN
           END-IF

           IF WS-REGULARIZADOS + WS-BAJAS = 0
              MOVE "SIN CIERRES EN LA CORRIDA" TO WS-SIN-TEXTO
              PERFORM 145-SIN-DATOS THRU 145-FIN
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

       120-LISTA-TRAMO.
           MOVE WS-TRA-DESCRIPCION (WS-IDX-TRA) TO WS-DTR-DESCRIPCION
           MOVE WS-TRA-CANT        (WS-IDX-TRA) TO WS-DTR-CANT
           MOVE WS-TRA-SALARIO     (WS-IDX-TRA) TO WS-DTR-SALARIO
           ADD  WS-TRA-SALARIO     (WS-IDX-TRA) TO WS-TOT-SALARIO

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TRAMO TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       120-FIN.  EXIT.

       125-LISTA-TOTAL.
           MOVE "TOTAL"           TO WS-DTR-DESCRIPCION
           MOVE WS-PENDIENTES     TO WS-DTR-CANT
           MOVE WS-TOT-SALARIO    TO WS-DTR-SALARIO

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TRAMO TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       125-FIN.  EXIT.

       135-RETORNA-DETALLE.
           RETURN ARCHIVO-SORT
               AT END
                   MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.

       135-FIN.  EXIT.

       138-ABRE-CERRADOS.
           MOVE "REGULARIZADOS Y BAJAS DE LA CORRIDA"
                                          TO WS-SEC-TEXTO
           PERFORM 110-TITULO-SECCION THRU 110-FIN
           MOVE 2 TO WS-SECCION-ANT.

       138-FIN.  EXIT.

       140-LISTA-DETALLE.
           IF SRT-SECCION = 2 AND WS-SECCION-ANT = 1
              IF WS-PENDIENTES = 0
                 MOVE "SIN PENDIENTES EN EL SUSPENSO"
                                          TO WS-SIN-TEXTO
                 PERFORM 145-SIN-DATOS THRU 145-FIN
              END-IF
              PERFORM 138-ABRE-CERRADOS THRU 138-FIN
           END-IF

           MOVE SRT-LEGAJO        TO WS-DSU-LEGAJO
           MOVE SRT-APELLIDO      TO WS-DSU-APELLIDO
           MOVE SRT-DEPTO         TO WS-DSU-DEPTO

           MOVE SRT-FECHA-PRIMERA TO WS-FECHA-EDIT
           MOVE WS-EDT-DD         TO WS-DSU-PRI-DD
           MOVE WS-EDT-MM         TO WS-DSU-PRI-MM
           MOVE WS-EDT-AAAA       TO WS-DSU-PRI-AAAA

           MOVE SRT-FECHA-ULTIMA  TO WS-FECHA-EDIT
           MOVE WS-EDT-DD         TO WS-DSU-ULT-DD
           MOVE WS-EDT-MM         TO WS-DSU-ULT-MM
           MOVE WS-EDT-AAAA       TO WS-DSU-ULT-AAAA

           MOVE SRT-NOCHES        TO WS-DSU-NOCHES
           MOVE SRT-SALARIO       TO WS-DSU-SALARIO

      * EN LOS CERRADOS SE INFORMA COMO SE CERRARON.
           IF SRT-SECCION = 2
              IF SRT-ESTADO = 'R'
                 MOVE "REGULARIZADO"        TO WS-DSU-MOTIVOS
              ELSE
                 MOVE "BAJA - FUERA DEL MAESTRO"
                                            TO WS-DSU-MOTIVOS
              END-IF
           ELSE
              PERFORM 150-COMPACTA-MOTIVOS THRU 150-FIN
              MOVE WS-MOT-TEXTO             TO WS-DSU-MOTIVOS
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-SUSP TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           ADD 1 TO WS-DETALLES

           PERFORM 135-RETORNA-DETALLE THRU 135-FIN.

       140-FIN.  EXIT.

       145-SIN-DATOS.
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DET-SIN-DATOS TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       145-FIN.  EXIT.

      * LOS MOTIVOS VIENEN EN SU POSICION FIJA POR CAMPO; SE
      * IMPRIMEN SEGUIDOS, SEPARADOS POR UN BLANCO.

       150-COMPACTA-MOTIVOS.
           MOVE SPACES       TO WS-MOT-TEXTO
           MOVE 1            TO WS-MOT-PUNTERO
           MOVE SRT-MOTIVOS  TO WS-TABLA-MOTIVOS

           PERFORM 152-AGREGA-MOTIVO THRU 152-FIN
                   VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 12.

       150-FIN.  EXIT.

       152-AGREGA-MOTIVO.
           IF WS-MOT-ITEM (WS-IDX-MOT) = SPACES
              OR WS-MOT-PUNTERO > 29
              GO TO 152-FIN
           END-IF

           STRING WS-MOT-ITEM (WS-IDX-MOT) (1:3) DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
             INTO WS-MOT-TEXTO
             WITH POINTER WS-MOT-PUNTERO
           END-STRING.

       152-FIN.  EXIT.

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
           MOVE "RECHAZOS DE LA NOCHE       : " TO WS-TOT-LABEL
           MOVE WS-LEIDOS-RCH    TO WS-TOT-CANT
           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "PENDIENTES NUEVOS          : " TO WS-TOT-LABEL
           MOVE WS-NUEVOS        TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "PENDIENTES TOTALES         : " TO WS-TOT-LABEL
           MOVE WS-PENDIENTES    TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "REGULARIZADOS              : " TO WS-TOT-LABEL
           MOVE WS-REGULARIZADOS TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "BAJAS FUERA DEL MAESTRO    : " TO WS-TOT-LABEL
           MOVE WS-BAJAS         TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE "CERRADOS DEPURADOS         : " TO WS-TOT-LABEL
           MOVE WS-DEPURADOS     TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE SPACES           TO WS-TOT-LABEL
           STRING "PEND. MAS DE "          DELIMITED BY SIZE
                  WS-NOCHES-AVISO          DELIMITED BY SIZE
                  " NOCHES    : "          DELIMITED BY SIZE
             INTO WS-TOT-LABEL
           END-STRING
           MOVE WS-VENCIDOS      TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           IF 88-OPEN-SUSPENSO-YES
              CLOSE SUSPENSO
              SET 88-OPEN-SUSPENSO-NO TO TRUE
           END-IF
           IF 88-OPEN-RECHAZOS-YES
              CLOSE RECHAZOS
              SET 88-OPEN-RECHAZOS-NO TO TRUE
           END-IF
           IF 88-OPEN-LIMPIOS-YES
              CLOSE LIMPIOS
              SET 88-OPEN-LIMPIOS-NO TO TRUE
           END-IF
           IF 88-OPEN-SUSP-NUEVO-YES
              CLOSE SUSP-NUEVO
              SET 88-OPEN-SUSP-NUEVO-NO TO TRUE
           END-IF

           PERFORM 230-PROMUEVE-SUSPENSO THRU 230-FIN

           IF 88-OPEN-SUSPREPO-YES
              CLOSE SUSPREPO
           END-IF

           IF WS-VENCIDOS > 0
              MOVE "200-FINAL - PENDIENTES VENCIDOS"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              MOVE 4 TO RETURN-CODE
           END-IF

           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF.

       200-FIN.  EXIT.

      * EL SUSPENSO NUEVO QUEDO COMPLETO EN EL ARCHIVO DE
      * TRABAJO: RECIEN AHORA SE COPIA SOBRE SUSPENSO.TXT.

       230-PROMUEVE-SUSPENSO.
           OPEN INPUT  RELEE-SUSP
                OUTPUT SUSP-FINAL

           IF NOT 88-FS-RELEE-SUSP-YES
              MOVE "230-PROMUEVE - RELEE-SUSP" TO WS-ERR-PARRAFO
              MOVE FS-RELEE-SUSP               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT 88-FS-SUSP-FINAL-YES
              MOVE "230-PROMUEVE - SUSP-FINAL" TO WS-ERR-PARRAFO
              MOVE FS-SUSP-FINAL               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-COPIA
           PERFORM 234-LEE-RELEE-SUSP THRU 234-FIN
           PERFORM 232-COPIA-SUSPENSO THRU 232-FIN
                   UNTIL SW-FIN-COPIA EQUAL "FIN"

           CLOSE RELEE-SUSP
                 SUSP-FINAL.

       230-FIN.  EXIT.

       232-COPIA-SUSPENSO.
           WRITE REG-SUSP-FINAL FROM WS-REG-SUSPENSO

           IF NOT 88-FS-SUSP-FINAL-YES
              MOVE "232-COPIA-SUSPENSO" TO WS-ERR-PARRAFO
              MOVE FS-SUSP-FINAL        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 234-LEE-RELEE-SUSP THRU 234-FIN.

       232-FIN.  EXIT.

       234-LEE-RELEE-SUSP.
           READ RELEE-SUSP INTO WS-REG-SUSPENSO
               AT END
                   MOVE "FIN" TO SW-FIN-COPIA
           END-READ
           IF NOT 88-FS-RELEE-SUSP-YES AND NOT 88-FS-RELEE-SUSP-EOF
              MOVE "234-LEE-RELEE-SUSP" TO WS-ERR-PARRAFO
              MOVE FS-RELEE-SUSP        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       234-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-SUSPREPO FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-SUSPREPO-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-SUSPREPO           TO WS-ERR-FS-STATUS
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

      * EL SUSPENSO.TXT ANTERIOR QUEDA INTACTO: SOLO SE PISA EN
      * 230-PROMUEVE-SUSPENSO, CON EL NUEVO YA COMPLETO.

       999-TERMINA.
           IF 88-OPEN-SUSPENSO-YES
              CLOSE SUSPENSO
           END-IF
           IF 88-OPEN-RECHAZOS-YES
              CLOSE RECHAZOS
           END-IF
           IF 88-OPEN-LIMPIOS-YES
              CLOSE LIMPIOS
           END-IF
           IF 88-OPEN-SUSP-NUEVO-YES
              CLOSE SUSP-NUEVO
           END-IF
           IF 88-OPEN-SUSPREPO-YES
              CLOSE SUSPREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
