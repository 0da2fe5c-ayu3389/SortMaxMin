
      * ------------------------------------------------------
      * CONDUCTOR DE LA CADENA NOCTURNA. LLAMA EN ORDEN A
      * LOS PASOS DE LA TABLA DE PROGRAMAS E INTERPRETA EL
      * RETURN-CODE DE CADA PASO CONTRA SU REGLA DE CORTE
      * (HASTA 4 ES AVISO Y SE SIGUE; 8 O MAS CORTA LA CADENA,
      * COMO EL UMBRAL DE RECHAZOS DE PGM_EDIT_EMP). CADA PASO
      * DEJA UN REGISTRO EN LA BITACORA CONSOLIDADA CADLOG.TXT;
      * EN EL PASO DEL REPORTE SE ANOTA ADEMAS EL ID DE
      * CORRIDA QUE IMPRIME PGM_MAX_MIN, LEIDO DE RUNCTL.TXT.
      * EL ESTADO DE CADA PASO SE GRABA EN CADCTL.TXT (MISMA
      * IDEA QUE RUNCTL): SI LA CORRIDA ANTERIOR QUEDO
      * INCOMPLETA, LA RE-EJECUCION RETOMA EN EL PRIMER PASO
      * QUE NO TERMINO LIMPIO, SALTEANDO LOS YA COMPLETOS, Y
      * CONSERVA EL ID DE CORRIDA ORIGINAL PARA QUE LA
      * BITACORA QUEDE UNIDA.
      * EL CALENDARIO DE PROCESO (CALPROC.TXT) DECIDE QUE
      * PASOS CORREN EN LA FECHA DE PROCESO (LA DEL ID DE
      * CORRIDA, ASI UNA REANUDACION DESPUES DE MEDIANOCHE
      * DECIDE CON EL DIA ORIGINAL):
      *  - DIARIOS (MANT, EDIT, SUSPENSO DE RECHAZOS,
      *    MAX_MIN, DELTA Y LA CONCILIACION GL): SOLO EN DIAS
      *    HABILES.
      *  - CIERRE DE MES (ARCHIVO DE INACTIVOS, ARCHIVO Y
      *    DEPURACION DE AUDITORIA, TENDENCIA Y ANTIGUEDAD):
      *    EL DIA MARCADO COMO FIN DE MES.
      *  - CIERRE DE ANIO (CONTROL DE INTEGRIDAD DEL MAESTRO
      *    Y REPORTE DE RANGOS SALARIALES): EL DIA MARCADO
      *    COMO FIN DE ANIO.
      * LOS PASOS QUE EL CALENDARIO NO HABILITA QUEDAN COMO
      * NO-APLICA EN LA BITACORA Y EN EL CONTROL, CON EL TIPO
      * DE DIA, COMO CONSTANCIA. SI LA FECHA NO ESTA EN EL
      * CALENDARIO CORREN SOLO LOS PASOS DIARIOS Y LA CADENA
      * TERMINA CON AVISO (RETURN-CODE 4 COMO MINIMO).
      * PARA LOS PASOS DE CIERRE QUE TOMAN SU TARJETA DE
      * PARAMETROS (PGM_AUDI_EMP EN MODO ARCHIVO,
      * PGM_TEND_EMP HASTA EL MES EN CURSO Y PGM_VERI_EMP
      * DESDE EL CIERRE DEL ANIO ANTERIOR) LA CADENA ARMA LA
      * TARJETA ANTES DEL LLAMADO Y DESPUES DEVUELVE LA QUE
      * HABIA, PARA NO PISAR LAS CONSULTAS MANUALES.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-CAD-LOG.

      * CALENDARIO DE PROCESO: UN REGISTRO POR FECHA, EN ORDEN
      * ASCENDENTE.
           SELECT OPTIONAL CALENDARIO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\CALPROC.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-CALENDARIO.

           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\CADPARM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

      * TARJETAS DE PARAMETROS DE LOS PASOS DE CIERRE: LA DE
      * PGM_AUDI_EMP (40 POSICIONES) Y LAS DE 20 POSICIONES
      * (PGM_TEND_EMP Y PGM_VERI_EMP) POR SU NOMBRE.
           SELECT TARJETA-AUDI ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\AUDIPARM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-TARJETA-AUDI.

           SELECT TARJETA-PASO ASSIGN TO WS-NOMBRE-TARJETA
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-TARJETA-PASO.

           SELECT RUN-CONTROL  ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RUNCTL.TXT"
                               ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
       01  REG-RUN-CONTROL        PIC X(60).

      * CALENDARIO: FECHA, TIPO DE DIA ('H' HABIL, 'F'
      * FERIADO, 'N' NO LABORABLE), MARCA DE FIN DE MES Y DE
      * FIN DE ANIO ('S' EN EL DIA HABIL QUE CORRE EL CIERRE).
       FD  CALENDARIO
           RECORDING MODE IS F.
       01  REG-CALENDARIO.
           05 CAL-FECHA           PIC 9(08).
           05 CAL-TIPO-DIA        PIC X(01).
           05 CAL-FIN-MES         PIC X(01).
           05 CAL-FIN-ANIO        PIC X(01).
           05 CAL-DESCRIPCION     PIC X(20).
           05 FILLER              PIC X(09).

      * PARAMETROS: MESES DE AUDITORIA QUE QUEDAN EN EL
      * ARCHIVO ACTIVO DESPUES DEL ARCHIVO DE FIN DE MES.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-MESES-AUDITORIA PIC 9(03).
           05 FILLER              PIC X(17).

       FD  TARJETA-AUDI
           RECORDING MODE IS F.
       01  REG-TARJETA-AUDI       PIC X(40).

       FD  TARJETA-PASO
           RECORDING MODE IS F.
       01  REG-TARJETA-PASO       PIC X(20).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           88 88-FS-RUN-CONTROL-EOF                 VALUE '10'.
           88 88-FS-RUN-CONTROL-NOFILE              VALUE '35'.

       77  FS-CALENDARIO                 PIC  X(02) VALUE ' '.
           88 88-FS-CALENDARIO-YES                  VALUE '00' '05'.
           88 88-FS-CALENDARIO-EOF                  VALUE '10'.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-TARJETA-AUDI               PIC  X(02) VALUE ' '.
           88 88-FS-TARJETA-AUDI-YES                VALUE '00'.
           88 88-FS-TARJETA-AUDI-NOFILE             VALUE '35'.

       77  FS-TARJETA-PASO               PIC  X(02) VALUE ' '.
           88 88-FS-TARJETA-PASO-YES                VALUE '00'.
           88 88-FS-TARJETA-PASO-NOFILE             VALUE '35'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.


      * LOS PASOS DE LA CADENA EN SU ORDEN, CON EL RETURN-CODE
      * MAXIMO QUE PERMITE CONTINUAR (4 = AVISO; 8 O MAS
      * CORTA, COMO EL UMBRAL DE RECHAZOS DE PGM_EDIT_EMP) Y
      * LA CLASE DE CALENDARIO ('D' DIARIO, 'M' CIERRE DE MES,
      * 'A' CIERRE DE ANIO). LA CONCILIACION GL Y EL CONTROL
      * DE INTEGRIDAD ADMITEN 8: SU RETURN-CODE 8 SENALA
      * DIFERENCIAS PARA REVISAR, NO UNA FALLA, Y NO DEBE
      * FRENAR LOS CIERRES; QUEDA IGUAL COMO RETURN-CODE DE LA
      * CADENA.

       01  WS-CANT-PASOS          PIC 9(02)    VALUE 12.

       01  WS-PASOS-CONST.
           05 FILLER              PIC X(16) VALUE "PGM_MANT_EMP 04D".
           05 FILLER              PIC X(16) VALUE "PGM_EDIT_EMP 04D".
           05 FILLER              PIC X(16) VALUE "PGM_SUSP_EMP 04D".
           05 FILLER              PIC X(16) VALUE "PGM_MAX_MIN  04D".
           05 FILLER              PIC X(16) VALUE "PGM_DELTA_EMP04D".
           05 FILLER              PIC X(16) VALUE "PGM_CONC_GL  08D".
           05 FILLER              PIC X(16) VALUE "PGM_ARCH_EMP 04M".
           05 FILLER              PIC X(16) VALUE "PGM_AUDI_EMP 04M".
           05 FILLER              PIC X(16) VALUE "PGM_TEND_EMP 04M".
           05 FILLER              PIC X(16) VALUE "PGM_ANTI_EMP 04M".
           05 FILLER              PIC X(16) VALUE "PGM_VERI_EMP 08A".
           05 FILLER              PIC X(16) VALUE "PGM_RANGO_PUE04A".

       01  WS-TABLA-PROGRAMAS REDEFINES WS-PASOS-CONST.
           05 WS-PROG-ITEM OCCURS 12 TIMES.
              10 WS-PROG-NOMBRE   PIC X(13).
              10 WS-PROG-RC-MAX   PIC 9(02).
              10 WS-PROG-CLASE    PIC X(01).
                 88 88-CLASE-DIARIO            VALUE 'D'.
                 88 88-CLASE-FIN-MES           VALUE 'M'.
                 88 88-CLASE-FIN-ANIO          VALUE 'A'.

      * ESTADO DE CADA PASO EN ESTA CORRIDA Y EN LA ANTERIOR.
      * ESTADOS: PENDIENTE, COMPLETO, SALTEADO (YA COMPLETO EN
      * LA CORRIDA INCOMPLETA ANTERIOR), FALLO, NO-EJECUT
      * (QUEDO DESPUES DEL CORTE), NO-APLICA (EL CALENDARIO
      * NO LO HABILITA EN LA FECHA DE PROCESO).

       01  WS-TABLA-ESTADOS.
           05 WS-ESTADO-ITEM OCCURS 12 TIMES.
              10 WS-PASO-ESTADO   PIC X(10).
              10 WS-PASO-RC       PIC 9(02).

       01  WS-TABLA-ANTERIOR.
           05 WS-ANT-ITEM OCCURS 12 TIMES.
              10 WS-ANT-ESTADO    PIC X(10).

       01  WS-PASO                PIC 9(02)    VALUE 0.
       01  WS-PASO-AUX            PIC 9(02)    VALUE 0.
       01  WS-RC-PASO             PIC 9(02)    VALUE 0.
       01  WS-RC-CADENA           PIC 9(02)    VALUE 0.

       01  WS-SW-CORTADA          PIC X(01)    VALUE 'N'.
           88 88-CADENA-CORTADA                VALUE 'S'.

       01  WS-SW-CORRE-PASO       PIC X(01)    VALUE 'N'.
           88 88-PASO-CORRE                    VALUE 'S'.

      * FECHA DE PROCESO Y TIPO DE DIA SEGUN EL CALENDARIO.

       01  WS-FECHA-PROCESO       PIC 9(08)    VALUE 0.
       01  WS-FEC-PRO-DESC REDEFINES WS-FECHA-PROCESO.
           05 WS-PRO-AAAA         PIC 9(04).
           05 WS-PRO-MM           PIC 9(02).
           05 WS-PRO-DD           PIC 9(02).

       01  WS-DIA-CALENDARIO      PIC X(10)    VALUE SPACES.
           88 88-DIA-HABIL             VALUE "HABIL" "FIN-MES"
                                             "FIN-ANIO".
           88 88-DIA-FIN-MES           VALUE "FIN-MES" "FIN-ANIO".
           88 88-DIA-FIN-ANIO          VALUE "FIN-ANIO".
           88 88-DIA-SIN-CALENDARIO    VALUE "SIN-CALEN".

       01  SW-FIN-CAL             PIC X(03)    VALUE ' '.

      * TARJETAS DE LOS PASOS DE CIERRE: LA QUE HABIA ANTES
      * DEL LLAMADO SE GUARDA Y SE DEVUELVE DESPUES.

       01  WS-MESES-AUDITORIA     PIC 9(03)    VALUE 012.
       01  WS-MESES-TOTAL         PIC 9(06)    VALUE 0.
       01  WS-AAAA-CALC           PIC 9(04)    VALUE 0.
       01  WS-MM-CALC             PIC 9(02)    VALUE 0.

       01  WS-NOMBRE-TARJETA      PIC X(80)    VALUE SPACES.

       01  WS-SW-TARJETA          PIC X(01)    VALUE 'N'.
           88 88-TARJETA-ARMADA                VALUE 'S'.
           88 88-TARJETA-NO-ARMADA             VALUE 'N'.

       01  WS-SW-HABIA-TARJETA    PIC X(01)    VALUE 'N'.
           88 88-HABIA-TARJETA                 VALUE 'S'.

       01  WS-TARJETA-GUARDADA    PIC X(40)    VALUE SPACES.

       01  WS-TARJETA-AUDI.
           05 WS-TAU-MODO         PIC X(01).
           05 WS-TAU-LEGAJO       PIC X(06).
           05 WS-TAU-DESDE        PIC 9(08).
           05 WS-TAU-HASTA        PIC 9(08).
           05 WS-TAU-CORTE        PIC 9(08).
           05 FILLER              PIC X(09).

       01  WS-TARJETA-TEND.
           05 WS-TTE-MES-HASTA    PIC 9(06).
           05 FILLER              PIC X(14).

       01  WS-TARJETA-VERI.
           05 WS-TVE-FECHA-BASE   PIC 9(08).
           05 FILLER              PIC X(12).

      * IDENTIFICACION DE LA CORRIDA DE LA CADENA (FECHA +
      * HORA, MISMO FORMATO QUE EL ID DE PGM_MAX_MIN) Y EL ID
      * DE CORRIDA QUE IMPRIME EL REPORTE, LEIDO DE RUNCTL.
       01  WS-REG-CAD-CONTROL.
           05 WS-CC-RUN-ID        PIC X(14).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CC-PASO          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CC-PROGRAMA      PIC X(13).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CC-ESTADO        PIC X(10).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CC-RC            PIC 9(02).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CC-CALENDARIO    PIC X(10).
           05 FILLER              PIC X(04)    VALUE ' '.

       01  WS-REG-CAD-ANTERIOR.
           05 WS-CA-RUN-ID        PIC X(14).
           05 FILLER              PIC X(01).
           05 WS-CA-PASO          PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-CA-PROGRAMA      PIC X(13).
           05 FILLER              PIC X(01).
           05 WS-CA-ESTADO        PIC X(10).
           05 FILLER              PIC X(18).

      * REGISTRO DE LA BITACORA CONSOLIDADA DE LA CADENA.

           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CL-HORA          PIC 9(06).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CL-PASO          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CL-PROGRAMA      PIC X(13).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CL-DECISION      PIC X(10).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CL-RUN-REPORTE   PIC X(14).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CL-CALENDARIO    PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.

       01  WS-REG-RUN-ANTERIOR.
           05 WS-RCA-RUN-ID       PIC X(14).
           MOVE WS-CURRENT-DATE        TO WS-RUN-ID

           PERFORM 012-INICIA-ESTADOS  THRU 012-FIN
           PERFORM 014-LEE-PARAMETROS  THRU 014-FIN
           PERFORM 015-LEE-CONTROL-ANT THRU 015-FIN
           PERFORM 020-LEE-CALENDARIO  THRU 020-FIN

           PERFORM 050-EJECUTA-PASO THRU 050-FIN
                   VARYING WS-PASO FROM 1 BY 1

       013-FIN.  EXIT.

       014-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 IF PARM-MESES-AUDITORIA IS NUMERIC
                    AND PARM-MESES-AUDITORIA > 0
                    MOVE PARM-MESES-AUDITORIA TO WS-MESES-AUDITORIA
                 END-IF
              ELSE
                 IF NOT 88-FS-PARAMETROS-EOF
                    MOVE "014-LEE-PARAMETROS - PARAMETROS"
                                             TO WS-ERR-PARRAFO
                    MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                    PERFORM 910-AVISO-IO THRU 910-FIN
                 END-IF
              END-IF
              CLOSE PARAMETROS
           ELSE
              IF NOT 88-FS-PARAMETROS-NOFILE
                 MOVE "014-LEE-PARAMETROS - OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-PARAMETROS       TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
           END-IF.

       014-FIN.  EXIT.

      * LEE EL CONTROL DE LA CORRIDA ANTERIOR. SI ALGUN PASO
      * NO QUEDO COMPLETO, LA CADENA ANTERIOR SE CORTO O
      * ABENDO: ESTA CORRIDA REANUDA EN EL PRIMER PASO NO
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF 88-FS-CAD-CONTROL-YES
              IF WS-CA-PASO IS NUMERIC
                 AND WS-CA-PASO >= 1 AND WS-CA-PASO <= WS-CANT-PASOS
                 MOVE WS-CA-ESTADO TO WS-ANT-ESTADO (WS-CA-PASO)
                 MOVE WS-CA-RUN-ID TO WS-RUN-ID-REPORTE
              END-IF
           IF WS-ANT-ESTADO (WS-PASO-AUX) NOT = SPACES
              AND WS-ANT-ESTADO (WS-PASO-AUX) NOT = "COMPLETO"
              AND WS-ANT-ESTADO (WS-PASO-AUX) NOT = "SALTEADO"
              AND WS-ANT-ESTADO (WS-PASO-AUX) NOT = "NO-APLICA"
              SET 88-MODO-REANUDA TO TRUE
           END-IF.

       018-FIN.  EXIT.

      * UBICA LA FECHA DE PROCESO EN EL CALENDARIO. LA FECHA
      * DE PROCESO ES LA DEL ID DE CORRIDA: EN UNA REANUDACION
      * ES LA DE LA CADENA ORIGINAL. SIN CALENDARIO, SIN LA
      * FECHA O CON UN TIPO DE DIA DESCONOCIDO CORREN SOLO LOS
      * PASOS DIARIOS, CON AVISO.

       020-LEE-CALENDARIO.
           MOVE WS-RUN-ID (1:8)  TO WS-FECHA-PROCESO
           MOVE "SIN-CALEN"      TO WS-DIA-CALENDARIO

           OPEN INPUT CALENDARIO

           IF NOT 88-FS-CALENDARIO-YES
              MOVE "020-LEE-CALENDARIO - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-CALENDARIO               TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              GO TO 020-FIN
           END-IF

           MOVE SPACES TO SW-FIN-CAL
           PERFORM 022-LEE-REG-CALENDARIO THRU 022-FIN
                   UNTIL SW-FIN-CAL EQUAL "FIN"

           CLOSE CALENDARIO

           IF 88-DIA-SIN-CALENDARIO
              MOVE "020-CALENDARIO - FECHA NO CARGADA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       020-FIN.  EXIT.

       022-LEE-REG-CALENDARIO.
           READ CALENDARIO
               AT END
                   MOVE "FIN" TO SW-FIN-CAL
           END-READ
           IF NOT 88-FS-CALENDARIO-YES AND NOT 88-FS-CALENDARIO-EOF
              MOVE "022-LEE-REG-CALENDARIO" TO WS-ERR-PARRAFO
              MOVE FS-CALENDARIO            TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF SW-FIN-CAL EQUAL "FIN"
              GO TO 022-FIN
           END-IF

           IF CAL-FECHA IS NOT NUMERIC
              OR CAL-FECHA < WS-FECHA-PROCESO
              GO TO 022-FIN
           END-IF

      * EL CALENDARIO ESTA EN ORDEN: PASADA LA FECHA NO HAY
      * MAS QUE LEER.
           MOVE "FIN" TO SW-FIN-CAL
           IF CAL-FECHA > WS-FECHA-PROCESO
              GO TO 022-FIN
           END-IF

           PERFORM 024-TIPO-DE-DIA THRU 024-FIN.

       022-FIN.  EXIT.

       024-TIPO-DE-DIA.
           IF CAL-TIPO-DIA = 'F'
              MOVE "FERIADO"  TO WS-DIA-CALENDARIO
           END-IF
           IF CAL-TIPO-DIA = 'N'
              MOVE "NO-HABIL" TO WS-DIA-CALENDARIO
           END-IF
           IF CAL-TIPO-DIA = 'H'
              MOVE "HABIL"    TO WS-DIA-CALENDARIO
              IF CAL-FIN-MES = 'S'
                 MOVE "FIN-MES"  TO WS-DIA-CALENDARIO
              END-IF
      * EL CIERRE DE ANIO INCLUYE EL DE MES.
              IF CAL-FIN-ANIO = 'S'
                 MOVE "FIN-ANIO" TO WS-DIA-CALENDARIO
              END-IF
           END-IF

           IF 88-DIA-SIN-CALENDARIO
              MOVE "024-CALENDARIO - TIPO DIA INVALIDO"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              GO TO 024-FIN
           END-IF

      * UN CIERRE MARCADO EN DIA NO HABIL NO CORRE: SE AVISA
      * PARA QUE SE CORRIJA EL CALENDARIO.
           IF NOT 88-DIA-HABIL
              AND (CAL-FIN-MES = 'S' OR CAL-FIN-ANIO = 'S')
              MOVE "024-CALENDARIO - CIERRE NO HABIL"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              IF WS-RC-CADENA < 4
                 MOVE 4 TO WS-RC-CADENA
              END-IF
           END-IF.

       024-FIN.  EXIT.

      * TARJETAS DE LOS PASOS DE CIERRE:
      *  - PGM_AUDI_EMP: MODO ARCHIVO, CORTE EL PRIMER DIA DEL
      *    MES QUE QUEDA WS-MESES-AUDITORIA MESES ATRAS.
      *  - PGM_TEND_EMP: HASTA EL MES DE PROCESO (SU CIERRE ES
      *    LA FOTO DE HOY, LA MAS NUEVA DEL CATALOGO).
      *  - PGM_VERI_EMP: BASE EL 31/12 DEL ANIO ANTERIOR.

       040-ARMA-TARJETA.
           SET 88-TARJETA-NO-ARMADA TO TRUE
           MOVE 'N'    TO WS-SW-HABIA-TARJETA
           MOVE SPACES TO WS-TARJETA-GUARDADA

           IF WS-PROG-NOMBRE (WS-PASO) = "PGM_AUDI_EMP"
              PERFORM 042-GUARDA-TARJETA-AUDI THRU 042-FIN
              COMPUTE WS-MESES-TOTAL =
                      WS-PRO-AAAA * 12 + WS-PRO-MM - 1
                      - WS-MESES-AUDITORIA
              COMPUTE WS-AAAA-CALC = WS-MESES-TOTAL / 12
              COMPUTE WS-MM-CALC =
                      WS-MESES-TOTAL - WS-AAAA-CALC * 12 + 1
              MOVE SPACES TO WS-TARJETA-AUDI
              MOVE 'A'    TO WS-TAU-MODO
              MOVE 0      TO WS-TAU-DESDE
                             WS-TAU-HASTA
              COMPUTE WS-TAU-CORTE =
                      WS-AAAA-CALC * 10000 + WS-MM-CALC * 100 + 1
              MOVE WS-TARJETA-AUDI TO REG-TARJETA-AUDI
              PERFORM 044-GRABA-TARJETA-AUDI THRU 044-FIN
              SET 88-TARJETA-ARMADA TO TRUE
           END-IF

           IF WS-PROG-NOMBRE (WS-PASO) = "PGM_TEND_EMP"
              MOVE SPACES TO WS-NOMBRE-TARJETA
              STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\"
                                              DELIMITED BY SIZE
                     "TENDPRM.TXT"            DELIMITED BY SIZE
                INTO WS-NOMBRE-TARJETA
              END-STRING
              PERFORM 043-GUARDA-TARJETA-PASO THRU 043-FIN
              MOVE SPACES TO WS-TARJETA-TEND
              COMPUTE WS-TTE-MES-HASTA = WS-FECHA-PROCESO / 100
              MOVE WS-TARJETA-TEND TO REG-TARJETA-PASO
              PERFORM 045-GRABA-TARJETA-PASO THRU 045-FIN
              SET 88-TARJETA-ARMADA TO TRUE
           END-IF

           IF WS-PROG-NOMBRE (WS-PASO) = "PGM_VERI_EMP"
              MOVE SPACES TO WS-NOMBRE-TARJETA
              STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\"
                                              DELIMITED BY SIZE
                     "VERIPARM.TXT"           DELIMITED BY SIZE
                INTO WS-NOMBRE-TARJETA
              END-STRING
              PERFORM 043-GUARDA-TARJETA-PASO THRU 043-FIN
              MOVE SPACES TO WS-TARJETA-VERI
              COMPUTE WS-TVE-FECHA-BASE =
                      (WS-PRO-AAAA - 1) * 10000 + 1231
              MOVE WS-TARJETA-VERI TO REG-TARJETA-PASO
              PERFORM 045-GRABA-TARJETA-PASO THRU 045-FIN
              SET 88-TARJETA-ARMADA TO TRUE
           END-IF.

       040-FIN.  EXIT.

       042-GUARDA-TARJETA-AUDI.
           OPEN INPUT TARJETA-AUDI

           IF 88-FS-TARJETA-AUDI-YES
              READ TARJETA-AUDI
              IF 88-FS-TARJETA-AUDI-YES
                 MOVE REG-TARJETA-AUDI TO WS-TARJETA-GUARDADA
                 SET 88-HABIA-TARJETA  TO TRUE
              END-IF
              CLOSE TARJETA-AUDI
           ELSE
              IF NOT 88-FS-TARJETA-AUDI-NOFILE
                 MOVE "042-GUARDA-TARJETA-AUDI - OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-TARJETA-AUDI     TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
           END-IF.

       042-FIN.  EXIT.

       043-GUARDA-TARJETA-PASO.
           OPEN INPUT TARJETA-PASO

           IF 88-FS-TARJETA-PASO-YES
              READ TARJETA-PASO
              IF 88-FS-TARJETA-PASO-YES
                 MOVE REG-TARJETA-PASO TO WS-TARJETA-GUARDADA
                 SET 88-HABIA-TARJETA  TO TRUE
              END-IF
              CLOSE TARJETA-PASO
           ELSE
              IF NOT 88-FS-TARJETA-PASO-NOFILE
                 MOVE "043-GUARDA-TARJETA-PASO - OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-TARJETA-PASO     TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              END-IF
           END-IF.

       043-FIN.  EXIT.

      * SI NO SE PUEDE GRABAR LA TARJETA EL PASO CORRE CON LA
      * QUE HABIA: SE AVISA Y SE SIGUE.

       044-GRABA-TARJETA-AUDI.
           OPEN OUTPUT TARJETA-AUDI

           IF 88-FS-TARJETA-AUDI-YES
              WRITE REG-TARJETA-AUDI
              CLOSE TARJETA-AUDI
           ELSE
              MOVE "044-GRABA-TARJETA-AUDI - OPEN"
                                       TO WS-ERR-PARRAFO
              MOVE FS-TARJETA-AUDI     TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       044-FIN.  EXIT.

       045-GRABA-TARJETA-PASO.
           OPEN OUTPUT TARJETA-PASO

           IF 88-FS-TARJETA-PASO-YES
              WRITE REG-TARJETA-PASO
              CLOSE TARJETA-PASO
           ELSE
              MOVE "045-GRABA-TARJETA-PASO - OPEN"
                                       TO WS-ERR-PARRAFO
              MOVE FS-TARJETA-PASO     TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       045-FIN.  EXIT.

      * DEVUELVE LA TARJETA QUE HABIA ANTES DEL PASO. SI NO
      * HABIA, DEJA LA TARJETA NEUTRA (REPORTE SIN FILTROS EN
      * PGM_AUDI_EMP, VALORES POR DEFECTO EN LAS DEMAS).

       046-DEVUELVE-TARJETA.
           IF 88-TARJETA-NO-ARMADA
              GO TO 046-FIN
           END-IF

           IF WS-PROG-NOMBRE (WS-PASO) = "PGM_AUDI_EMP"
              IF 88-HABIA-TARJETA
                 MOVE WS-TARJETA-GUARDADA TO REG-TARJETA-AUDI
              ELSE
                 MOVE SPACES TO WS-TARJETA-AUDI
                 MOVE 'R'    TO WS-TAU-MODO
                 MOVE 0      TO WS-TAU-DESDE
                                WS-TAU-HASTA
                                WS-TAU-CORTE
                 MOVE WS-TARJETA-AUDI TO REG-TARJETA-AUDI
              END-IF
              PERFORM 044-GRABA-TARJETA-AUDI THRU 044-FIN
           ELSE
              IF 88-HABIA-TARJETA
                 MOVE WS-TARJETA-GUARDADA TO REG-TARJETA-PASO
              ELSE
                 MOVE SPACES TO REG-TARJETA-PASO
                 MOVE ZEROS  TO REG-TARJETA-PASO (1:8)
              END-IF
              PERFORM 045-GRABA-TARJETA-PASO THRU 045-FIN
           END-IF

           SET 88-TARJETA-NO-ARMADA TO TRUE.

       046-FIN.  EXIT.

      * EJECUTA UN PASO: EN MODO REANUDACION LOS PASOS YA
      * COMPLETOS SE SALTEAN; EL RESTO SE LLAMA, SE INTERPRETA
      * SU RETURN-CODE CONTRA LA REGLA DE CORTE Y SE DEJA
      * REGISTRO EN LA BITACORA Y EN EL CONTROL DE CADENA.
      * LOS QUE EL CALENDARIO NO HABILITA QUEDAN NO-APLICA.

       050-EJECUTA-PASO.
           IF 88-MODO-REANUDA
              GO TO 050-FIN
           END-IF

           PERFORM 052-DECIDE-CALENDARIO THRU 052-FIN

           IF NOT 88-PASO-CORRE
              MOVE "NO-APLICA" TO WS-PASO-ESTADO (WS-PASO)
              MOVE 0           TO WS-PASO-RC     (WS-PASO)
              MOVE "NO-APLICA" TO WS-CL-DECISION
              PERFORM 070-GRABA-LOG     THRU 070-FIN
              PERFORM 080-GRABA-CONTROL THRU 080-FIN
              GO TO 050-FIN
           END-IF

           PERFORM 040-ARMA-TARJETA THRU 040-FIN

           MOVE 0 TO RETURN-CODE

           CALL WS-PROG-NOMBRE (WS-PASO)
           MOVE RETURN-CODE TO WS-RC-PASO
           MOVE WS-RC-PASO  TO WS-PASO-RC (WS-PASO)

           PERFORM 046-DEVUELVE-TARJETA THRU 046-FIN

           IF WS-RC-PASO > WS-RC-CADENA
              MOVE WS-RC-PASO TO WS-RC-CADENA
           END-IF

       050-FIN.  EXIT.

      * PASOS DIARIOS: DIA HABIL (O FECHA FUERA DEL CALENDARIO,
      * COMO ANTES DEL CALENDARIO). CIERRES: SOLO EL DIA
      * HABIL MARCADO.

       052-DECIDE-CALENDARIO.
           MOVE 'N' TO WS-SW-CORRE-PASO

           IF 88-CLASE-DIARIO (WS-PASO)
              IF 88-DIA-HABIL OR 88-DIA-SIN-CALENDARIO
                 SET 88-PASO-CORRE TO TRUE
              END-IF
           END-IF
           IF 88-CLASE-FIN-MES (WS-PASO)
              IF 88-DIA-FIN-MES
                 SET 88-PASO-CORRE TO TRUE
              END-IF
           END-IF
           IF 88-CLASE-FIN-ANIO (WS-PASO)
              IF 88-DIA-FIN-ANIO
                 SET 88-PASO-CORRE TO TRUE
              END-IF
           END-IF.

       052-FIN.  EXIT.

       060-LEE-RUN-REPORTE.
           OPEN INPUT RUN-CONTROL

              MOVE WS-PROG-NOMBRE (WS-PASO) TO WS-CL-PROGRAMA
              MOVE WS-PASO-RC (WS-PASO)  TO WS-CL-RC
              MOVE WS-RUN-ID-REPORTE     TO WS-CL-RUN-REPORTE
              MOVE WS-DIA-CALENDARIO     TO WS-CL-CALENDARIO
              WRITE REG-CAD-LOG FROM WS-REG-CAD-LOG
              IF NOT 88-FS-CAD-LOG-YES
                 MOVE "070-GRABA-LOG - WRITE" TO WS-ERR-PARRAFO
           MOVE WS-PROG-NOMBRE (WS-PASO-AUX) TO WS-CC-PROGRAMA
           MOVE WS-PASO-ESTADO (WS-PASO-AUX) TO WS-CC-ESTADO
           MOVE WS-PASO-RC     (WS-PASO-AUX) TO WS-CC-RC
           MOVE WS-DIA-CALENDARIO            TO WS-CC-CALENDARIO

           WRITE REG-CAD-CONTROL FROM WS-REG-CAD-CONTROL

              PERFORM 080-GRABA-CONTROL THRU 080-FIN
           END-IF

      * FECHA FUERA DEL CALENDARIO: LA CADENA TERMINA COMO
      * MINIMO CON AVISO.
           IF 88-DIA-SIN-CALENDARIO AND WS-RC-CADENA < 4
              MOVE 4 TO WS-RC-CADENA
           END-IF

           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF
