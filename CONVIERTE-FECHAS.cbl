      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_CONV_FEC.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * CONVERSION POR UNICA VEZ PARA LAS FECHAS DE INGRESO Y
      * EGRESO DEL EMPLEADO: EL REGISTRO DEL MAESTRO PASA DE
      * 76 A 92 BYTES Y CON EL TODOS LOS ARCHIVOS QUE LO
      * LLEVAN ADENTRO:
      *  - EMPMAST.DAT  (76 -> 92): LAS FECHAS SALEN DEL
      *    ARCHIVO QUE ENTREGA RRHH (FECHAING.TXT: LEGAJO,
      *    FECHA DE INGRESO Y FECHA DE EGRESO, ORDENADO POR
      *    LEGAJO), APAREADO POR LEGAJO CONTRA EL MAESTRO. EL
      *    LEGAJO SIN FECHA EN EL ARCHIVO DE RRHH QUEDA CON
      *    FECHAS CERO Y SE LISTA COMO SIN FECHA DE INGRESO;
      *    EL LEGAJO DE RRHH QUE NO ESTA EN EL MAESTRO SE LISTA
      *    Y SE IGNORA.
      *  - PENDIENT.TXT (101 -> 117) Y RETENIDO.TXT
      *    (120 -> 136): EL MOVIMIENTO LLEVA LAS FECHAS EN
      *    BLANCO (NO INFORMADAS: PGM_MANT_EMP CONSERVA LAS
      *    DEL MAESTRO).
      *  - AUDITORI.TXT Y LOS HISTORICOS ANUALES AUDI + ANIO
      *    DEL RANGO DE LA TARJETA (CONVFPRM.TXT; DEFAULT: LOS
      *    ULTIMOS DIEZ ANIOS) (117 -> 133): LA IMAGEN LLEVA
      *    FECHAS CERO; LA IMAGEN EN BLANCO SIGUE EN BLANCO.
      *  - EMPHIST.TXT  (85 -> 101): FECHAS CERO.
      *  - LAS FOTOS CATALOGADAS EN SNAPGEN.TXT (SNP + FECHA)
      *    (54 -> 70): FECHAS CERO.
      * CADA SALIDA SE GRABA CON EL MISMO NOMBRE Y EXTENSION
      * .CNV: OPERACIONES VERIFICA LOS CONTADORES DEL REPORTE
      * DE CONTROL (CONVFREP.TXT) Y RECIEN ENTONCES RENOMBRA
      * CADA SALIDA AL NOMBRE REAL. LOS ARCHIVOS DE ENTRADA NO
      * SE MODIFICAN; LOS QUE NO EXISTEN SE SALTEAN SIN GRABAR
      * SALIDA. SE EJECUTA ANTES DE LA PRIMERA CORRIDA DEL
      * MANTENIMIENTO NUEVO, Y RRHH ENVIA DESDE ESE DIA EL
      * ARCHIVO DIARIO EN EL LAYOUT NUEVO. TERMINA CON
      * RETURN-CODE 4 SI QUEDARON LEGAJOS SIN FECHA DE
      * INGRESO (PGM_ANTI_EMP LOS SIGUE AVISANDO HASTA QUE RRHH
      * LA INFORME).
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\CONVFPRM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

           SELECT MAESTRO-VIEJO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPMAST.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS SEQUENTIAL
                               RECORD KEY   IS MSV-LEGAJO-EMP
                               FILE STATUS  IS FS-MAESTRO-VIEJO.

           SELECT MAESTRO-NUEVO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPMAST.CNV"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS SEQUENTIAL
                               RECORD KEY   IS MSN-LEGAJO-EMP
                               FILE STATUS  IS FS-MAESTRO-NUEVO.

      * FECHAS DE INGRESO Y EGRESO QUE ENTREGA RRHH.
           SELECT OPTIONAL FECHAS-RRHH ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\FECHAING.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-FECHAS-RRHH.

           SELECT OPTIONAL PEND-VIEJO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PENDIENT.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PEND-VIEJO.

           SELECT PEND-NUEVO   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PENDIENT.CNV"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PEND-NUEVO.

           SELECT OPTIONAL RET-VIEJO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETENIDO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RET-VIEJO.

           SELECT RET-NUEVO    ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETENIDO.CNV"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RET-NUEVO.

           SELECT OPTIONAL HIST-VIEJO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPHIST.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-HIST-VIEJO.

           SELECT HIST-NUEVO   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPHIST.CNV"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-HIST-NUEVO.

      * AUDITORIA ACTIVA E HISTORICOS ANUALES: EL NOMBRE SE
      * ARMA EN CADA PASADA (VER 390-ARMA-NOMBRES).
           SELECT OPTIONAL AUDIT-VIEJO ASSIGN TO WS-NOMBRE-VIEJO
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUDIT-VIEJO.

           SELECT AUDIT-NUEVO  ASSIGN TO WS-NOMBRE-NUEVO
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUDIT-NUEVO.

      * CATALOGO DE GENERACIONES DE FOTOS DE PGM_DELTA_EMP Y
      * LAS FOTOS FECHADAS (SNP + AAAAMMDD).
           SELECT OPTIONAL SNAP-GEN ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SNAPGEN.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-GEN.

           SELECT OPTIONAL SNAP-VIEJO ASSIGN TO WS-NOMBRE-VIEJO
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-VIEJO.

           SELECT SNAP-NUEVO   ASSIGN TO WS-NOMBRE-NUEVO
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-NUEVO.

           SELECT CONVREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\CONVFREP.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-CONVREPO.

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRCONVF.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS: RANGO DE ANIOS DE LOS HISTORICOS DE
      * AUDITORIA A CONVERTIR (CERO O NO NUMERICO = DEFAULT).
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-CNV-ANIO-DESDE PIC 9(04).
           05 PARM-CNV-ANIO-HASTA PIC 9(04).
           05 FILLER              PIC X(12).

       FD  MAESTRO-VIEJO.
       01  REG-MAESTRO-VIEJO.
           05 MSV-LEGAJO-EMP      PIC X(06).
           05 FILLER              PIC X(70).

       FD  MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 MSN-LEGAJO-EMP      PIC X(06).
           05 FILLER              PIC X(86).

       FD  FECHAS-RRHH
           RECORDING MODE IS F.
       01  REG-FECHAS-RRHH.
           05 FEC-LEGAJO          PIC X(06).
           05 FEC-FECHA-INGRESO   PIC X(08).
           05 FEC-FECHA-INGRESO-N REDEFINES FEC-FECHA-INGRESO
                                  PIC 9(08).
           05 FEC-FECHA-EGRESO    PIC X(08).
           05 FEC-FECHA-EGRESO-N REDEFINES FEC-FECHA-EGRESO
                                  PIC 9(08).
           05 FILLER              PIC X(08).

       FD  PEND-VIEJO
           RECORDING MODE IS F.
       01  REG-PEND-VIEJO         PIC X(101).

       FD  PEND-NUEVO
           RECORDING MODE IS F.
       01  REG-PEND-NUEVO         PIC X(117).

       FD  RET-VIEJO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RET-VIEJO          PIC X(120).

       FD  RET-NUEVO
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RET-NUEVO          PIC X(136).

       FD  HIST-VIEJO
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HIST-VIEJO         PIC X(85).

       FD  HIST-NUEVO
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HIST-NUEVO         PIC X(101).

       FD  AUDIT-VIEJO
           RECORD CONTAINS 117 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDIT-VIEJO        PIC X(117).

       FD  AUDIT-NUEVO
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDIT-NUEVO        PIC X(133).

       FD  SNAP-GEN
           RECORDING MODE IS F.
       01  REG-SNAP-GEN.
           05 GEN-FECHA           PIC 9(08).
           05 FILLER              PIC X(12).

       FD  SNAP-VIEJO
           RECORDING MODE IS F.
       01  REG-SNAP-VIEJO         PIC X(54).

       FD  SNAP-NUEVO
           RECORDING MODE IS F.
       01  REG-SNAP-NUEVO         PIC X(70).

       FD  CONVREPO
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONVREPO           PIC X(80).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

       WORKING-STORAGE SECTION.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-MAESTRO-VIEJO              PIC  X(02) VALUE ' '.
           88 88-FS-MSV-YES                         VALUE '00'.
           88 88-FS-MSV-EOF                         VALUE '10'.

       77  FS-MAESTRO-NUEVO              PIC  X(02) VALUE ' '.
           88 88-FS-MSN-YES                         VALUE '00'.

       77  FS-FECHAS-RRHH                PIC  X(02) VALUE ' '.
           88 88-FS-FEC-YES                         VALUE '00' '05'.
           88 88-FS-FEC-NOFILE                      VALUE '05'.
           88 88-FS-FEC-EOF                         VALUE '10'.

       77  FS-PEND-VIEJO                 PIC  X(02) VALUE ' '.
           88 88-FS-PEV-YES                         VALUE '00' '05'.
           88 88-FS-PEV-NOFILE                      VALUE '05'.
           88 88-FS-PEV-EOF                         VALUE '10'.

       77  FS-PEND-NUEVO                 PIC  X(02) VALUE ' '.
           88 88-FS-PEN-YES                         VALUE '00'.

       77  FS-RET-VIEJO                  PIC  X(02) VALUE ' '.
           88 88-FS-REV-YES                         VALUE '00' '05'.
           88 88-FS-REV-NOFILE                      VALUE '05'.
           88 88-FS-REV-EOF                         VALUE '10'.

       77  FS-RET-NUEVO                  PIC  X(02) VALUE ' '.
           88 88-FS-REN-YES                         VALUE '00'.

       77  FS-HIST-VIEJO                 PIC  X(02) VALUE ' '.
           88 88-FS-HIV-YES                         VALUE '00' '05'.
           88 88-FS-HIV-NOFILE                      VALUE '05'.
           88 88-FS-HIV-EOF                         VALUE '10'.

       77  FS-HIST-NUEVO                 PIC  X(02) VALUE ' '.
           88 88-FS-HIN-YES                         VALUE '00'.

       77  FS-AUDIT-VIEJO                PIC  X(02) VALUE ' '.
           88 88-FS-AUV-YES                         VALUE '00' '05'.
           88 88-FS-AUV-NOFILE                      VALUE '05'.
           88 88-FS-AUV-EOF                         VALUE '10'.

       77  FS-AUDIT-NUEVO                PIC  X(02) VALUE ' '.
           88 88-FS-AUN-YES                         VALUE '00'.

       77  FS-SNAP-GEN                   PIC  X(02) VALUE ' '.
           88 88-FS-SNAP-GEN-YES                    VALUE '00' '05'.
           88 88-FS-SNAP-GEN-EOF                    VALUE '10'.

       77  FS-SNAP-VIEJO                 PIC  X(02) VALUE ' '.
           88 88-FS-SNV-YES                         VALUE '00' '05'.
           88 88-FS-SNV-NOFILE                      VALUE '05'.
           88 88-FS-SNV-EOF                         VALUE '10'.

       77  FS-SNAP-NUEVO                 PIC  X(02) VALUE ' '.
           88 88-FS-SNN-YES                         VALUE '00'.

       77  FS-CONVREPO                   PIC  X(02) VALUE ' '.
           88 88-FS-CONVREPO-YES                    VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-CONVREPO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-CONVREPO-YES                  VALUE 'YS'.
           88 88-OPEN-CONVREPO-NO                   VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

       01  WS-AREAS-A-USAR.
           05 WS-CONV-MAESTRO     PIC 9(05)    VALUE 0.
           05 WS-CON-FECHA        PIC 9(05)    VALUE 0.
           05 WS-SIN-FECHA        PIC 9(05)    VALUE 0.
           05 WS-FECHA-SIN-MST    PIC 9(05)    VALUE 0.
           05 WS-CONV-PEND        PIC 9(05)    VALUE 0.
           05 WS-CONV-RET         PIC 9(05)    VALUE 0.
           05 WS-CONV-HIST        PIC 9(05)    VALUE 0.
           05 WS-CONV-AUDIT       PIC 9(05)    VALUE 0.
           05 WS-CONV-SNAP        PIC 9(05)    VALUE 0.
           05 SW-FIN              PIC X(03)    VALUE ' '.
           05 SW-FIN-GEN          PIC X(03)    VALUE ' '.
      *

      * LAYOUTS VIEJOS Y NUEVOS: EL REGISTRO VIEJO SE COPIA
      * ENTERO Y LAS FECHAS SE AGREGAN DETRAS DEL SALARIO, QUE
      * ES DONDE TERMINA EL REGISTRO DEL MAESTRO DENTRO DE CADA
      * LAYOUT.

       01  WS-MST-VIEJO.
           05 WS-MV-LEGAJO        PIC X(06).
           05 WS-MV-NOMBRE-APE    PIC X(30).
           05 WS-MV-STATUS        PIC X(01).
           05 WS-MV-RESTO         PIC X(39).

       01  WS-MST-NUEVO.
           05 WS-MN-EMPLEADO      PIC X(76).
           05 WS-MN-FECHA-ING     PIC 9(08).
           05 WS-MN-FECHA-EGR     PIC 9(08).

      * MOVIMIENTO: TIPO + EMPLEADO, Y DETRAS FECHA DE
      * VIGENCIA, OPERADOR Y APROBADOR.

       01  WS-MOV-VIEJO.
           05 WS-MOV-V-EMPLEADO   PIC X(77).
           05 WS-MOV-V-COLA       PIC X(24).

       01  WS-MOV-NUEVO.
           05 WS-MOV-N-EMPLEADO   PIC X(77).
           05 WS-MOV-N-FECHA-ING  PIC X(08).
           05 WS-MOV-N-FECHA-EGR  PIC X(08).
           05 WS-MOV-N-COLA       PIC X(24).

      * RETENIDO: FECHA, SECUENCIA Y MOTIVO + MOVIMIENTO.

       01  WS-RET-VIEJO.
           05 WS-RTV-CABECERA     PIC X(17).
           05 WS-RTV-MOVIMIENTO   PIC X(101).
           05 FILLER              PIC X(02).

       01  WS-RET-NUEVO.
           05 WS-RTN-CABECERA     PIC X(17).
           05 WS-RTN-MOVIMIENTO   PIC X(117).
           05 FILLER              PIC X(02).

      * AUDITORIA: CONTROL + IMAGEN, Y DETRAS OPERADORES.

       01  WS-AUD-VIEJO.
           05 WS-AV-CONTROL       PIC X(24).
           05 WS-AV-IMAGEN        PIC X(76).
           05 WS-AV-COLA          PIC X(17).

       01  WS-AUD-NUEVO.
           05 WS-AN-CONTROL       PIC X(24).
           05 WS-AN-IMAGEN        PIC X(76).
           05 WS-AN-FECHAS        PIC X(16).
           05 WS-AN-COLA          PIC X(17).

      * HISTORICO: FECHA DE ARCHIVO + EMPLEADO.

       01  WS-HIS-VIEJO           PIC X(85).

       01  WS-HIS-NUEVO.
           05 WS-HN-REGISTRO      PIC X(85).
           05 WS-HN-FECHA-ING     PIC 9(08).
           05 WS-HN-FECHA-EGR     PIC 9(08).

      * FOTO: LEGAJO, STATUS, DEPTO, PUESTO, SALARIO Y FECHA.

       01  WS-SNP-VIEJO           PIC X(54).

       01  WS-SNP-NUEVO.
           05 WS-SN-REGISTRO      PIC X(54).
           05 WS-SN-FECHA-ING     PIC 9(08).
           05 WS-SN-FECHA-EGR     PIC 9(08).

      * CLAVES DEL APAREO MAESTRO / FECHAS DE RRHH
      * (HIGH-VALUES AL TERMINAR CADA LADO).

       01  WS-KEY-MST             PIC X(06)    VALUE SPACES.
       01  WS-KEY-FEC             PIC X(06)    VALUE SPACES.

      * NOMBRES DE LA PASADA EN CURSO: BASE DEL NOMBRE
      * (AUDITORI, AUDI + ANIO O SNP + FECHA) Y RANGO DE ANIOS.

       01  WS-NOMBRE-VIEJO        PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-NUEVO        PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-BASE         PIC X(11)    VALUE SPACES.

       01  WS-ANIO-DESDE          PIC 9(04)    VALUE 0.
       01  WS-ANIO-HASTA          PIC 9(04)    VALUE 0.
       01  WS-ANIO-CONV           PIC 9(04)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

       01  WS-LINEA-CONTROL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CTL-ARCHIVO      PIC X(20).
           05 FILLER              PIC X(14)
                                  VALUE " CONVERTIDOS: ".
           05 WS-CTL-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(39)    VALUE ' '.

       01  WS-LINEA-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-TOT-LABEL        PIC X(34).
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(39)    VALUE ' '.

      * LEGAJOS QUE QUEDARON SIN FECHA O CON FECHAS DE RRHH
      * QUE NO SE PUDIERON USAR.

       01  WS-LINEA-LEGAJO.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "LEGAJO: ".
           05 WS-LEG-LEGAJO       PIC X(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LEG-TEXTO        PIC X(40).
           05 FILLER              PIC X(21)    VALUE ' '.

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

           OPEN OUTPUT CONVREPO

           IF 88-FS-CONVREPO-YES
              SET 88-OPEN-CONVREPO-YES TO TRUE
           ELSE
              MOVE "010-INICIO - CONVREPO" TO WS-ERR-PARRAFO
              MOVE FS-CONVREPO             TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 050-LEE-PARAMETROS     THRU 050-FIN

           PERFORM 100-CONVIERTE-MAESTRO  THRU 100-FIN

           PERFORM 200-CONVIERTE-PEND     THRU 200-FIN

           PERFORM 250-CONVIERTE-RET      THRU 250-FIN

           PERFORM 300-CONVIERTE-HIST     THRU 300-FIN

           MOVE "AUDITORI"            TO WS-NOMBRE-BASE
           PERFORM 400-CONVIERTE-AUDIT    THRU 400-FIN

           PERFORM 350-CONVIERTE-ANIO     THRU 350-FIN
                   VARYING WS-ANIO-CONV FROM WS-ANIO-DESDE BY 1
                   UNTIL WS-ANIO-CONV > WS-ANIO-HASTA

           PERFORM 500-CONVIERTE-FOTOS    THRU 500-FIN

           PERFORM 600-FINAL THRU 600-FIN.

           GOBACK.

      * RANGO DE ANIOS DE LOS HISTORICOS. SIN TARJETA: LOS
      * DIEZ ANIOS QUE TERMINAN EN EL ANIO EN CURSO.

       050-LEE-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-AAAA          TO WS-ANIO-HASTA
           COMPUTE WS-ANIO-DESDE = WS-DATE-AAAA - 9

           OPEN INPUT PARAMETROS

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 IF PARM-CNV-ANIO-DESDE IS NUMERIC
                    AND PARM-CNV-ANIO-DESDE > 0
                    MOVE PARM-CNV-ANIO-DESDE TO WS-ANIO-DESDE
                 END-IF
                 IF PARM-CNV-ANIO-HASTA IS NUMERIC
                    AND PARM-CNV-ANIO-HASTA > 0
                    MOVE PARM-CNV-ANIO-HASTA TO WS-ANIO-HASTA
                 END-IF
              ELSE
                 IF NOT 88-FS-PARAMETROS-EOF
                    MOVE "050-LEE-PARAMETROS - PARAMETROS"
                                             TO WS-ERR-PARRAFO
                    MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                    PERFORM 910-AVISO-IO THRU 910-FIN
                 END-IF
              END-IF
              CLOSE PARAMETROS
           ELSE
              IF NOT 88-FS-PARAMETROS-NOFILE
                 MOVE "050-LEE-PARAMETROS - PARAMETROS OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
           END-IF.

       050-FIN.  EXIT.

      * MAESTRO: APAREO POR LEGAJO CONTRA LAS FECHAS DE RRHH.
      * LOS DOS ARCHIVOS VIENEN ORDENADOS POR LEGAJO.

       100-CONVIERTE-MAESTRO.
           OPEN INPUT MAESTRO-VIEJO

           IF NOT 88-FS-MSV-YES
              MOVE "100-CONVIERTE - MAESTRO VIEJO" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           OPEN OUTPUT MAESTRO-NUEVO

           IF NOT 88-FS-MSN-YES
              MOVE "100-CONVIERTE - MAESTRO NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           OPEN INPUT FECHAS-RRHH

           IF NOT 88-FS-FEC-YES
              MOVE "100-CONVIERTE - FECHAS RRHH" TO WS-ERR-PARRAFO
              MOVE FS-FECHAS-RRHH                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-FEC-NOFILE
              MOVE "100-CONVIERTE - SIN FECHAING.TXT"
                                             TO WS-ERR-PARRAFO
              MOVE FS-FECHAS-RRHH            TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF

           PERFORM 110-LEE-MAESTRO THRU 110-FIN
           PERFORM 115-LEE-FECHAS  THRU 115-FIN
           PERFORM 120-APAREA      THRU 120-FIN
                   UNTIL WS-KEY-MST = HIGH-VALUES
                     AND WS-KEY-FEC = HIGH-VALUES

           CLOSE MAESTRO-VIEJO
                 MAESTRO-NUEVO
                 FECHAS-RRHH

           MOVE "MAESTRO"            TO WS-CTL-ARCHIVO
           MOVE WS-CONV-MAESTRO      TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       100-FIN.  EXIT.

       110-LEE-MAESTRO.
           READ MAESTRO-VIEJO NEXT RECORD INTO WS-MST-VIEJO
               AT END
                   MOVE HIGH-VALUES TO WS-KEY-MST
           END-READ
           IF 88-FS-MSV-YES
              MOVE WS-MV-LEGAJO TO WS-KEY-MST
           ELSE
              IF NOT 88-FS-MSV-EOF
                 MOVE "110-LEE-MAESTRO" TO WS-ERR-PARRAFO
                 MOVE FS-MAESTRO-VIEJO  TO WS-ERR-FS-STATUS
                 PERFORM 900-ERROR-IO THRU 900-FIN
              END-IF
           END-IF.

       110-FIN.  EXIT.

       115-LEE-FECHAS.
           IF 88-FS-FEC-NOFILE
              MOVE HIGH-VALUES TO WS-KEY-FEC
              GO TO 115-FIN
           END-IF

           READ FECHAS-RRHH
               AT END
                   MOVE HIGH-VALUES TO WS-KEY-FEC
           END-READ
           IF 88-FS-FEC-YES
              MOVE FEC-LEGAJO TO WS-KEY-FEC
           ELSE
              IF NOT 88-FS-FEC-EOF
                 MOVE "115-LEE-FECHAS" TO WS-ERR-PARRAFO
                 MOVE FS-FECHAS-RRHH   TO WS-ERR-FS-STATUS
                 PERFORM 900-ERROR-IO THRU 900-FIN
              END-IF
           END-IF.

       115-FIN.  EXIT.

       120-APAREA.
           IF WS-KEY-MST < WS-KEY-FEC
              MOVE 0 TO WS-MN-FECHA-ING
                        WS-MN-FECHA-EGR
              MOVE "SIN FECHA DE INGRESO" TO WS-LEG-TEXTO
              PERFORM 130-GRABA-SIN-FECHA THRU 130-FIN
              PERFORM 110-LEE-MAESTRO     THRU 110-FIN
           ELSE
              IF WS-KEY-MST > WS-KEY-FEC
                 MOVE FEC-LEGAJO TO WS-LEG-LEGAJO
                 MOVE "FECHA DE RRHH SIN LEGAJO EN EL MAESTRO"
                                 TO WS-LEG-TEXTO
                 PERFORM 945-ESCRIBE-LEGAJO THRU 945-FIN
                 ADD 1 TO WS-FECHA-SIN-MST
                 PERFORM 115-LEE-FECHAS THRU 115-FIN
              ELSE
                 PERFORM 125-TOMA-FECHAS THRU 125-FIN
                 PERFORM 110-LEE-MAESTRO THRU 110-FIN
                 PERFORM 115-LEE-FECHAS  THRU 115-FIN
              END-IF
           END-IF.

       120-FIN.  EXIT.

      * LA FECHA DE INGRESO TIENE QUE SER NUMERICA Y DISTINTA
      * DE CERO; LA DE EGRESO PUEDE SER CERO Y NO CORRESPONDE
      * A UN EMPLEADO ACTIVO (STATUS 1).

       125-TOMA-FECHAS.
           IF FEC-FECHA-INGRESO IS NOT NUMERIC
              OR FEC-FECHA-INGRESO-N = 0
              MOVE 0 TO WS-MN-FECHA-ING
                        WS-MN-FECHA-EGR
              MOVE "FECHA DE INGRESO DE RRHH INVALIDA"
                                 TO WS-LEG-TEXTO
              PERFORM 130-GRABA-SIN-FECHA THRU 130-FIN
              GO TO 125-FIN
           END-IF

           MOVE FEC-FECHA-INGRESO-N TO WS-MN-FECHA-ING
           MOVE 0                   TO WS-MN-FECHA-EGR

           IF FEC-FECHA-EGRESO IS NUMERIC
              IF WS-MV-STATUS = '1'
                 IF FEC-FECHA-EGRESO-N NOT = 0
                    MOVE WS-MV-LEGAJO TO WS-LEG-LEGAJO
                    MOVE "EGRESO IGNORADO: EMPLEADO ACTIVO"
                                      TO WS-LEG-TEXTO
                    PERFORM 945-ESCRIBE-LEGAJO THRU 945-FIN
                 END-IF
              ELSE
                 MOVE FEC-FECHA-EGRESO-N TO WS-MN-FECHA-EGR
              END-IF
           END-IF

           MOVE WS-MST-VIEJO TO WS-MN-EMPLEADO
           PERFORM 135-GRABA-MAESTRO THRU 135-FIN
           ADD 1 TO WS-CON-FECHA.

       125-FIN.  EXIT.

       130-GRABA-SIN-FECHA.
           MOVE WS-MV-LEGAJO TO WS-LEG-LEGAJO
           PERFORM 945-ESCRIBE-LEGAJO THRU 945-FIN

           MOVE WS-MST-VIEJO TO WS-MN-EMPLEADO
           PERFORM 135-GRABA-MAESTRO THRU 135-FIN
           ADD 1 TO WS-SIN-FECHA.

       130-FIN.  EXIT.

       135-GRABA-MAESTRO.
           WRITE REG-MAESTRO-NUEVO FROM WS-MST-NUEVO

           IF 88-FS-MSN-YES
              ADD 1 TO WS-CONV-MAESTRO
           ELSE
              MOVE "135-GRABA-MAESTRO" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       135-FIN.  EXIT.

       200-CONVIERTE-PEND.
           OPEN INPUT PEND-VIEJO

           IF NOT 88-FS-PEV-YES
              MOVE "200-CONVIERTE - PEND VIEJO" TO WS-ERR-PARRAFO
              MOVE FS-PEND-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

      * SIN PENDIENTES NO HAY NADA QUE CONVERTIR NI GRABAR.
           IF 88-FS-PEV-NOFILE
              CLOSE PEND-VIEJO
              GO TO 200-FIN
           END-IF

           OPEN OUTPUT PEND-NUEVO

           IF NOT 88-FS-PEN-YES
              MOVE "200-CONVIERTE - PEND NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-PEND-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN
           PERFORM 210-LEE-PEND THRU 210-FIN
           PERFORM 220-GRABA-PEND THRU 220-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE PEND-VIEJO
                 PEND-NUEVO

           MOVE "MOV. PENDIENTES"    TO WS-CTL-ARCHIVO
           MOVE WS-CONV-PEND         TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       200-FIN.  EXIT.

       210-LEE-PEND.
           READ PEND-VIEJO INTO WS-MOV-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-PEV-YES AND NOT 88-FS-PEV-EOF
              MOVE "210-LEE-PEND" TO WS-ERR-PARRAFO
              MOVE FS-PEND-VIEJO  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       210-FIN.  EXIT.

       220-GRABA-PEND.
           PERFORM 230-ARMA-MOVIMIENTO THRU 230-FIN

           WRITE REG-PEND-NUEVO FROM WS-MOV-NUEVO

           IF 88-FS-PEN-YES
              ADD 1 TO WS-CONV-PEND
           ELSE
              MOVE "220-GRABA-PEND" TO WS-ERR-PARRAFO
              MOVE FS-PEND-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 210-LEE-PEND THRU 210-FIN.

       220-FIN.  EXIT.

      * MOVIMIENTO NUEVO A PARTIR DE WS-MOV-VIEJO: FECHAS EN
      * BLANCO (NO INFORMADAS).

       230-ARMA-MOVIMIENTO.
           MOVE WS-MOV-V-EMPLEADO TO WS-MOV-N-EMPLEADO
           MOVE SPACES            TO WS-MOV-N-FECHA-ING
                                     WS-MOV-N-FECHA-EGR
           MOVE WS-MOV-V-COLA     TO WS-MOV-N-COLA.

       230-FIN.  EXIT.

       250-CONVIERTE-RET.
           OPEN INPUT RET-VIEJO

           IF NOT 88-FS-REV-YES
              MOVE "250-CONVIERTE - RET VIEJO" TO WS-ERR-PARRAFO
              MOVE FS-RET-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-REV-NOFILE
              CLOSE RET-VIEJO
              GO TO 250-FIN
           END-IF

           OPEN OUTPUT RET-NUEVO

           IF NOT 88-FS-REN-YES
              MOVE "250-CONVIERTE - RET NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-RET-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN
           PERFORM 260-LEE-RET THRU 260-FIN
           PERFORM 270-GRABA-RET THRU 270-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE RET-VIEJO
                 RET-NUEVO

           MOVE "MOV. RETENIDOS"     TO WS-CTL-ARCHIVO
           MOVE WS-CONV-RET          TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       250-FIN.  EXIT.

       260-LEE-RET.
           READ RET-VIEJO INTO WS-RET-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-REV-YES AND NOT 88-FS-REV-EOF
              MOVE "260-LEE-RET"  TO WS-ERR-PARRAFO
              MOVE FS-RET-VIEJO   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       260-FIN.  EXIT.

       270-GRABA-RET.
           MOVE WS-RTV-MOVIMIENTO TO WS-MOV-VIEJO
           PERFORM 230-ARMA-MOVIMIENTO THRU 230-FIN

           MOVE SPACES            TO WS-RET-NUEVO
           MOVE WS-RTV-CABECERA   TO WS-RTN-CABECERA
           MOVE WS-MOV-NUEVO      TO WS-RTN-MOVIMIENTO

           WRITE REG-RET-NUEVO FROM WS-RET-NUEVO

           IF 88-FS-REN-YES
              ADD 1 TO WS-CONV-RET
           ELSE
              MOVE "270-GRABA-RET" TO WS-ERR-PARRAFO
              MOVE FS-RET-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 260-LEE-RET THRU 260-FIN.

       270-FIN.  EXIT.

       300-CONVIERTE-HIST.
           OPEN INPUT HIST-VIEJO

           IF NOT 88-FS-HIV-YES
              MOVE "300-CONVIERTE - HIST VIEJO" TO WS-ERR-PARRAFO
              MOVE FS-HIST-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-HIV-NOFILE
              CLOSE HIST-VIEJO
              GO TO 300-FIN
           END-IF

           OPEN OUTPUT HIST-NUEVO

           IF NOT 88-FS-HIN-YES
              MOVE "300-CONVIERTE - HIST NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-HIST-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN
           PERFORM 310-LEE-HIST THRU 310-FIN
           PERFORM 320-GRABA-HIST THRU 320-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE HIST-VIEJO
                 HIST-NUEVO

           MOVE "HISTORICO"          TO WS-CTL-ARCHIVO
           MOVE WS-CONV-HIST         TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       300-FIN.  EXIT.

       310-LEE-HIST.
           READ HIST-VIEJO INTO WS-HIS-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-HIV-YES AND NOT 88-FS-HIV-EOF
              MOVE "310-LEE-HIST" TO WS-ERR-PARRAFO
              MOVE FS-HIST-VIEJO  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       310-FIN.  EXIT.

       320-GRABA-HIST.
           MOVE WS-HIS-VIEJO TO WS-HN-REGISTRO
           MOVE 0            TO WS-HN-FECHA-ING
                                WS-HN-FECHA-EGR

           WRITE REG-HIST-NUEVO FROM WS-HIS-NUEVO

           IF 88-FS-HIN-YES
              ADD 1 TO WS-CONV-HIST
           ELSE
              MOVE "320-GRABA-HIST" TO WS-ERR-PARRAFO
              MOVE FS-HIST-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 310-LEE-HIST THRU 310-FIN.

       320-FIN.  EXIT.

      * HISTORICO ANUAL DE AUDITORIA: AUDI + ANIO.

       350-CONVIERTE-ANIO.
           MOVE SPACES TO WS-NOMBRE-BASE
           STRING "AUDI"        DELIMITED BY SIZE
                  WS-ANIO-CONV  DELIMITED BY SIZE
             INTO WS-NOMBRE-BASE
           END-STRING

           PERFORM 400-CONVIERTE-AUDIT THRU 400-FIN.

       350-FIN.  EXIT.

       390-ARMA-NOMBRES.
           MOVE SPACES TO WS-NOMBRE-VIEJO
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\"
                                            DELIMITED BY SIZE
                  WS-NOMBRE-BASE            DELIMITED BY SPACE
                  ".TXT"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-VIEJO
           END-STRING

           MOVE SPACES TO WS-NOMBRE-NUEVO
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\"
                                            DELIMITED BY SIZE
                  WS-NOMBRE-BASE            DELIMITED BY SPACE
                  ".CNV"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-NUEVO
           END-STRING.

       390-FIN.  EXIT.

      * CONVIERTE EL ARCHIVO DE AUDITORIA DE WS-NOMBRE-BASE.
      * SI NO EXISTE SE SALTEA SIN GRABAR SALIDA NI CONTROL.

       400-CONVIERTE-AUDIT.
           PERFORM 390-ARMA-NOMBRES THRU 390-FIN

           OPEN INPUT AUDIT-VIEJO

           IF NOT 88-FS-AUV-YES
              MOVE "400-CONVIERTE - AUDIT VIEJO" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-AUV-NOFILE
              CLOSE AUDIT-VIEJO
              GO TO 400-FIN
           END-IF

           OPEN OUTPUT AUDIT-NUEVO

           IF NOT 88-FS-AUN-YES
              MOVE "400-CONVIERTE - AUDIT NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE 0      TO WS-CONV-AUDIT
           MOVE SPACES TO SW-FIN
           PERFORM 410-LEE-AUDIT THRU 410-FIN
           PERFORM 420-GRABA-AUDIT THRU 420-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE AUDIT-VIEJO
                 AUDIT-NUEVO

           MOVE SPACES               TO WS-CTL-ARCHIVO
           STRING "AUDITORIA "       DELIMITED BY SIZE
                  WS-NOMBRE-BASE     DELIMITED BY SPACE
             INTO WS-CTL-ARCHIVO
           END-STRING
           MOVE WS-CONV-AUDIT        TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       400-FIN.  EXIT.

       410-LEE-AUDIT.
           READ AUDIT-VIEJO INTO WS-AUD-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-AUV-YES AND NOT 88-FS-AUV-EOF
              MOVE "410-LEE-AUDIT" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-VIEJO  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       410-FIN.  EXIT.

      * LA IMAGEN EN BLANCO (ANTES DEL ALTA, DESPUES DE LA BAJA)
      * SIGUE EN BLANCO; LAS DEMAS LLEVAN FECHAS CERO.

       420-GRABA-AUDIT.
           MOVE WS-AV-CONTROL        TO WS-AN-CONTROL
           MOVE WS-AV-IMAGEN         TO WS-AN-IMAGEN
           MOVE WS-AV-COLA           TO WS-AN-COLA
           IF WS-AV-IMAGEN = SPACES
              MOVE SPACES            TO WS-AN-FECHAS
           ELSE
              MOVE ZEROS             TO WS-AN-FECHAS
           END-IF

           WRITE REG-AUDIT-NUEVO FROM WS-AUD-NUEVO

           IF 88-FS-AUN-YES
              ADD 1 TO WS-CONV-AUDIT
           ELSE
              MOVE "420-GRABA-AUDIT" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 410-LEE-AUDIT THRU 410-FIN.

       420-FIN.  EXIT.

      * FOTOS: UNA PASADA POR CADA GENERACION DEL CATALOGO.

       500-CONVIERTE-FOTOS.
           OPEN INPUT SNAP-GEN

           IF NOT 88-FS-SNAP-GEN-YES
              MOVE "500-CONVIERTE - SNAPGEN" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-GEN               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-GEN
           PERFORM 505-LEE-GENERACION THRU 505-FIN
           PERFORM 510-CONVIERTE-FOTO THRU 510-FIN
                   UNTIL SW-FIN-GEN EQUAL "FIN"

           CLOSE SNAP-GEN.

       500-FIN.  EXIT.

       505-LEE-GENERACION.
           READ SNAP-GEN
               AT END
                   MOVE "FIN" TO SW-FIN-GEN
           END-READ
           IF NOT 88-FS-SNAP-GEN-YES AND NOT 88-FS-SNAP-GEN-EOF
              MOVE "505-LEE-GENERACION" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-GEN          TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       505-FIN.  EXIT.

       510-CONVIERTE-FOTO.
           PERFORM 515-CONVIERTE-ARCHIVO THRU 515-FIN
           PERFORM 505-LEE-GENERACION    THRU 505-FIN.

       510-FIN.  EXIT.

       515-CONVIERTE-ARCHIVO.
           MOVE SPACES TO WS-NOMBRE-BASE
           STRING "SNP"         DELIMITED BY SIZE
                  GEN-FECHA     DELIMITED BY SIZE
             INTO WS-NOMBRE-BASE
           END-STRING
           PERFORM 390-ARMA-NOMBRES THRU 390-FIN

           OPEN INPUT SNAP-VIEJO

           IF NOT 88-FS-SNV-YES
              MOVE "515-CONVIERTE - FOTO VIEJA" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

      * GENERACION CATALOGADA SIN ARCHIVO: SE SALTEA.
           IF 88-FS-SNV-NOFILE
              CLOSE SNAP-VIEJO
              GO TO 515-FIN
           END-IF

           OPEN OUTPUT SNAP-NUEVO

           IF NOT 88-FS-SNN-YES
              MOVE "515-CONVIERTE - FOTO NUEVA" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE 0      TO WS-CONV-SNAP
           MOVE SPACES TO SW-FIN
           PERFORM 520-LEE-FOTO THRU 520-FIN
           PERFORM 530-GRABA-FOTO THRU 530-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE SNAP-VIEJO
                 SNAP-NUEVO

           MOVE SPACES               TO WS-CTL-ARCHIVO
           STRING "FOTO "            DELIMITED BY SIZE
                  WS-NOMBRE-BASE     DELIMITED BY SPACE
             INTO WS-CTL-ARCHIVO
           END-STRING
           MOVE WS-CONV-SNAP         TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       515-FIN.  EXIT.

       520-LEE-FOTO.
           READ SNAP-VIEJO INTO WS-SNP-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-SNV-YES AND NOT 88-FS-SNV-EOF
              MOVE "520-LEE-FOTO" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-VIEJO  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       520-FIN.  EXIT.

       530-GRABA-FOTO.
           MOVE WS-SNP-VIEJO TO WS-SN-REGISTRO
           MOVE 0            TO WS-SN-FECHA-ING
                                WS-SN-FECHA-EGR

           WRITE REG-SNAP-NUEVO FROM WS-SNP-NUEVO

           IF 88-FS-SNN-YES
              ADD 1 TO WS-CONV-SNAP
           ELSE
              MOVE "530-GRABA-FOTO" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 520-LEE-FOTO THRU 520-FIN.

       530-FIN.  EXIT.

       600-FINAL.
           MOVE "LEGAJOS CON FECHA DE INGRESO    : " TO WS-TOT-LABEL
           MOVE WS-CON-FECHA          TO WS-TOT-CANT
           PERFORM 950-ESCRIBE-TOTAL THRU 950-FIN

           MOVE "LEGAJOS SIN FECHA DE INGRESO    : " TO WS-TOT-LABEL
           MOVE WS-SIN-FECHA          TO WS-TOT-CANT
           PERFORM 950-ESCRIBE-TOTAL THRU 950-FIN

           MOVE "FECHAS DE RRHH SIN LEGAJO       : " TO WS-TOT-LABEL
           MOVE WS-FECHA-SIN-MST      TO WS-TOT-CANT
           PERFORM 950-ESCRIBE-TOTAL THRU 950-FIN

           IF WS-SIN-FECHA > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           IF 88-OPEN-CONVREPO-YES
              CLOSE CONVREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF.

       600-FIN.  EXIT.

       940-ESCRIBE-CONTROL.
           WRITE REG-CONVREPO FROM WS-LINEA-CONTROL

           IF NOT 88-FS-CONVREPO-YES
              MOVE "940-ESCRIBE-CONTROL" TO WS-ERR-PARRAFO
              MOVE FS-CONVREPO           TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       940-FIN.  EXIT.

       945-ESCRIBE-LEGAJO.
           WRITE REG-CONVREPO FROM WS-LINEA-LEGAJO

           IF NOT 88-FS-CONVREPO-YES
              MOVE "945-ESCRIBE-LEGAJO" TO WS-ERR-PARRAFO
              MOVE FS-CONVREPO          TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       945-FIN.  EXIT.

       950-ESCRIBE-TOTAL.
           WRITE REG-CONVREPO FROM WS-LINEA-TOTAL

           IF NOT 88-FS-CONVREPO-YES
              MOVE "950-ESCRIBE-TOTAL" TO WS-ERR-PARRAFO
              MOVE FS-CONVREPO         TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       950-FIN.  EXIT.

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
           IF 88-OPEN-CONVREPO-YES
              CLOSE CONVREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
