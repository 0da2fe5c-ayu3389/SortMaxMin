      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_CONV_OPE.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * CONVERSION POR UNICA VEZ PARA EL DOBLE CONTROL DE
      * PGM_MANT_EMP: EL MOVIMIENTO PASA DE 85 A 101 BYTES
      * (OPERADOR QUE LO INGRESO + OPERADOR QUE LO APROBO) Y
      * EL REGISTRO DE AUDITORIA DE 101 A 117 BYTES (LOS
      * MISMOS DOS OPERADORES DETRAS DE LA IMAGEN). SE
      * CONVIERTEN LOS ARCHIVOS QUE GUARDAN ESOS LAYOUTS: LOS
      * MOVIMIENTOS PENDIENTES, EL ARCHIVO ACTIVO DE AUDITORIA
      * Y LOS HISTORICOS ANUALES DE AUDITORIA (AUDI + ANIO)
      * DEL RANGO DE ANIOS DE LA TARJETA DE PARAMETROS
      * (CONVOPRM.TXT; DEFAULT: LOS ULTIMOS DIEZ ANIOS). LOS
      * REGISTROS ANTERIORES AL DOBLE CONTROL NO TIENEN
      * OPERADOR: AMBOS QUEDAN EN BLANCO. CADA SALIDA SE GRABA
      * CON EL MISMO NOMBRE Y EXTENSION .CNV (PENDIENT.CNV,
      * AUDITORI.CNV, AUDIAAAA.CNV): OPERACIONES VERIFICA LOS
      * CONTADORES DEL REPORTE DE CONTROL (CONVOREP.TXT) Y
      * RECIEN ENTONCES RENOMBRA CADA SALIDA AL NOMBRE REAL.
      * LOS ARCHIVOS DE ENTRADA NO SE MODIFICAN; LOS QUE NO
      * EXISTEN SE SALTEAN SIN GRABAR SALIDA. SE EJECUTA ANTES
      * DE LA PRIMERA CORRIDA DEL MANTENIMIENTO NUEVO, Y RRHH
      * ENVIA DESDE ESE DIA EL ARCHIVO DIARIO EN EL LAYOUT
      * NUEVO.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\CONVOPRM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

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

      * AUDITORIA ACTIVA E HISTORICOS ANUALES: EL NOMBRE SE
      * ARMA EN CADA PASADA (VER 310-ARMA-NOMBRES).
           SELECT OPTIONAL AUDIT-VIEJO ASSIGN TO WS-NOMBRE-VIEJO
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUDIT-VIEJO.

           SELECT AUDIT-NUEVO  ASSIGN TO WS-NOMBRE-NUEVO
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUDIT-NUEVO.

           SELECT CONVREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\CONVOREP.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-CONVREPO.

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRCONVO.TXT"
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

       FD  PEND-VIEJO
           RECORDING MODE IS F.
       01  REG-PEND-VIEJO         PIC X(85).

       FD  PEND-NUEVO
           RECORDING MODE IS F.
       01  REG-PEND-NUEVO         PIC X(101).

       FD  AUDIT-VIEJO
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDIT-VIEJO        PIC X(101).

       FD  AUDIT-NUEVO
           RECORD CONTAINS 117 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDIT-NUEVO        PIC X(117).

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

       77  FS-PEND-VIEJO                 PIC  X(02) VALUE ' '.
           88 88-FS-PEV-YES                         VALUE '00' '05'.
           88 88-FS-PEV-NOFILE                      VALUE '05'.
           88 88-FS-PEV-EOF                         VALUE '10'.

       77  FS-PEND-NUEVO                 PIC  X(02) VALUE ' '.
           88 88-FS-PEN-YES                         VALUE '00'.

       77  FS-AUDIT-VIEJO                PIC  X(02) VALUE ' '.
           88 88-FS-AUV-YES                         VALUE '00' '05'.
           88 88-FS-AUV-NOFILE                      VALUE '05'.
           88 88-FS-AUV-EOF                         VALUE '10'.

       77  FS-AUDIT-NUEVO                PIC  X(02) VALUE ' '.
           88 88-FS-AUN-YES                         VALUE '00'.

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
           05 WS-CONV-PEND        PIC 9(05)    VALUE 0.
           05 WS-CONV-AUDIT       PIC 9(05)    VALUE 0.
           05 SW-FIN              PIC X(03)    VALUE ' '.
      *

      * LAYOUTS VIEJOS Y NUEVOS: EL REGISTRO VIEJO SE COPIA
      * ENTERO Y SE LE AGREGAN LOS DOS OPERADORES EN BLANCO
      * (EN LA AUDITORIA, ANTES DEL FILLER FINAL).

       01  WS-MOV-VIEJO           PIC X(85).

       01  WS-MOV-NUEVO.
           05 WS-MN-MOVIMIENTO    PIC X(85).
           05 WS-MN-OPERADOR      PIC X(08).
           05 WS-MN-APROBADOR     PIC X(08).

       01  WS-AUD-VIEJO.
           05 WS-AV-CONTROL-IMAGEN PIC X(100).
           05 FILLER              PIC X(01).

       01  WS-AUD-NUEVO.
           05 WS-AN-CONTROL-IMAGEN PIC X(100).
           05 WS-AN-OPERADOR      PIC X(08).
           05 WS-AN-APROBADOR     PIC X(08).
           05 FILLER              PIC X(01).

      * NOMBRES DE LA PASADA DE AUDITORIA EN CURSO: BASE DEL
      * NOMBRE (AUDITORI O AUDI + ANIO) Y RANGO DE ANIOS.

       01  WS-NOMBRE-VIEJO        PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-NUEVO        PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-BASE         PIC X(08)    VALUE SPACES.

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

           PERFORM 100-CONVIERTE-PEND     THRU 100-FIN

           MOVE "AUDITORI"            TO WS-NOMBRE-BASE
           PERFORM 300-CONVIERTE-AUDIT    THRU 300-FIN

           PERFORM 200-CONVIERTE-ANIO     THRU 200-FIN
                   VARYING WS-ANIO-CONV FROM WS-ANIO-DESDE BY 1
                   UNTIL WS-ANIO-CONV > WS-ANIO-HASTA

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

       100-CONVIERTE-PEND.
           OPEN INPUT PEND-VIEJO

           IF NOT 88-FS-PEV-YES
              MOVE "100-CONVIERTE - PEND VIEJO" TO WS-ERR-PARRAFO
              MOVE FS-PEND-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

      * SIN PENDIENTES NO HAY NADA QUE CONVERTIR NI GRABAR.
           IF 88-FS-PEV-NOFILE
              CLOSE PEND-VIEJO
              GO TO 100-FIN
           END-IF

           OPEN OUTPUT PEND-NUEVO

           IF NOT 88-FS-PEN-YES
              MOVE "100-CONVIERTE - PEND NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-PEND-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN
           PERFORM 110-LEE-PEND THRU 110-FIN
           PERFORM 120-GRABA-PEND THRU 120-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE PEND-VIEJO
                 PEND-NUEVO

           MOVE "MOV. PENDIENTES"    TO WS-CTL-ARCHIVO
           MOVE WS-CONV-PEND         TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       100-FIN.  EXIT.

       110-LEE-PEND.
           READ PEND-VIEJO INTO WS-MOV-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-PEV-YES AND NOT 88-FS-PEV-EOF
              MOVE "110-LEE-PEND" TO WS-ERR-PARRAFO
              MOVE FS-PEND-VIEJO  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       110-FIN.  EXIT.

       120-GRABA-PEND.
           MOVE WS-MOV-VIEJO TO WS-MN-MOVIMIENTO
           MOVE SPACES       TO WS-MN-OPERADOR
                                WS-MN-APROBADOR

           WRITE REG-PEND-NUEVO FROM WS-MOV-NUEVO

           IF 88-FS-PEN-YES
              ADD 1 TO WS-CONV-PEND
           ELSE
              MOVE "120-GRABA-PEND" TO WS-ERR-PARRAFO
              MOVE FS-PEND-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 110-LEE-PEND THRU 110-FIN.

       120-FIN.  EXIT.

      * HISTORICO ANUAL DE AUDITORIA: AUDI + ANIO.

       200-CONVIERTE-ANIO.
           MOVE SPACES TO WS-NOMBRE-BASE
           STRING "AUDI"        DELIMITED BY SIZE
                  WS-ANIO-CONV  DELIMITED BY SIZE
             INTO WS-NOMBRE-BASE
           END-STRING

           PERFORM 300-CONVIERTE-AUDIT THRU 300-FIN.

       200-FIN.  EXIT.

      * CONVIERTE EL ARCHIVO DE AUDITORIA DE WS-NOMBRE-BASE.
      * SI NO EXISTE SE SALTEA SIN GRABAR SALIDA NI CONTROL.

       300-CONVIERTE-AUDIT.
           PERFORM 310-ARMA-NOMBRES THRU 310-FIN

           OPEN INPUT AUDIT-VIEJO

           IF NOT 88-FS-AUV-YES
              MOVE "300-CONVIERTE - AUDIT VIEJO" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-VIEJO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-AUV-NOFILE
              CLOSE AUDIT-VIEJO
              GO TO 300-FIN
           END-IF

           OPEN OUTPUT AUDIT-NUEVO

           IF NOT 88-FS-AUN-YES
              MOVE "300-CONVIERTE - AUDIT NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-NUEVO                TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE 0      TO WS-CONV-AUDIT
           MOVE SPACES TO SW-FIN
           PERFORM 320-LEE-AUDIT THRU 320-FIN
           PERFORM 330-GRABA-AUDIT THRU 330-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           CLOSE AUDIT-VIEJO
                 AUDIT-NUEVO

           MOVE SPACES               TO WS-CTL-ARCHIVO
           STRING "AUDITORIA "       DELIMITED BY SIZE
                  WS-NOMBRE-BASE     DELIMITED BY SIZE
             INTO WS-CTL-ARCHIVO
           END-STRING
           MOVE WS-CONV-AUDIT        TO WS-CTL-CANT
           PERFORM 940-ESCRIBE-CONTROL THRU 940-FIN.

       300-FIN.  EXIT.

       310-ARMA-NOMBRES.
           MOVE SPACES TO WS-NOMBRE-VIEJO
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\"
                                            DELIMITED BY SIZE
                  WS-NOMBRE-BASE            DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-VIEJO
           END-STRING

           MOVE SPACES TO WS-NOMBRE-NUEVO
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\"
                                            DELIMITED BY SIZE
                  WS-NOMBRE-BASE            DELIMITED BY SIZE
                  ".CNV"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-NUEVO
           END-STRING.

       310-FIN.  EXIT.

       320-LEE-AUDIT.
           READ AUDIT-VIEJO INTO WS-AUD-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-AUV-YES AND NOT 88-FS-AUV-EOF
              MOVE "320-LEE-AUDIT" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-VIEJO  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       320-FIN.  EXIT.

       330-GRABA-AUDIT.
           MOVE SPACES               TO WS-AUD-NUEVO
           MOVE WS-AV-CONTROL-IMAGEN TO WS-AN-CONTROL-IMAGEN

           WRITE REG-AUDIT-NUEVO FROM WS-AUD-NUEVO

           IF 88-FS-AUN-YES
              ADD 1 TO WS-CONV-AUDIT
           ELSE
              MOVE "330-GRABA-AUDIT" TO WS-ERR-PARRAFO
              MOVE FS-AUDIT-NUEVO    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 320-LEE-AUDIT THRU 320-FIN.

       330-FIN.  EXIT.

       600-FINAL.
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
