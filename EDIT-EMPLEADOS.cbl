      * DEPARTAMENTOS (DEPTMAST.TXT): UN CODIGO SIN ALTA EN EL
      * MAESTRO SE RECHAZA CON MOTIVO DPC, PARA QUE "VENTAS",
      * "VTAS" Y VARIANTES NO GENEREN CORTES PROPIOS EN EL
      * REPORTE NI DETALLES DE MAS EN LA INTERFAZ GL. DE LA
      * MISMA FORMA EL PUESTO SE VALIDA CONTRA EL MAESTRO DE
      * PUESTOS (PUESMAST.TXT) Y UN CODIGO SIN ALTA SE RECHAZA
      * CON MOTIVO PUC.
      * LA FECHA DE INGRESO EN CERO ES "NO INFORMADA" (LEGAJOS
      * CARGADOS ANTES DE QUE EXISTIERA EL CAMPO) Y NO SE
      * RECHAZA; PGM_ANTI_EMP AVISA LOS ACTIVOS QUE SIGUEN SIN
      * INGRESO. SI VIENE INFORMADA TIENE QUE SER UNA FECHA
      * VALIDA Y NO POSTERIOR A LA CORRIDA (MOTIVO FIN).
      * LA FECHA DE EGRESO ES OPCIONAL (CERO = SIN EGRESO);
      * SI VIENE TIENE QUE SER UNA FECHA VALIDA, NO ANTERIOR
      * AL INGRESO NI POSTERIOR A LA CORRIDA, Y EL LEGAJO
      * TIENE QUE ESTAR EN STATUS 0 (MOTIVO FEG).
      * LOS REGISTROS LIMPIOS SALEN A EMPLIMPI.TXT, QUE ES EL
      * ARCHIVO QUE LEE EL REPORTE. LOS RECHAZADOS SALEN A
      * EDITRECH.TXT CON LA IMAGEN DEL REGISTRO Y LOS MOTIVOS
      * POR CAMPO; PGM_SUSP_EMP LOS SIGUE DE UNA NOCHE A OTRA
      * EN EL SUSPENSO. SI EL PORCENTAJE DE RECHAZOS SUPERA EL
      * UMBRAL, EL PASO TERMINA CON RETURN-CODE 8 PARA CORTAR
      * LA CADENA.
      * ------------------------------------------------------
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-DEPTOS.

      * MAESTRO DE PUESTOS: CODIGO, DESCRIPCION Y RANGO
      * SALARIAL (MINIMO / MEDIO / MAXIMO). ACA SOLO SE USA EL
      * CODIGO PARA VALIDAR; PGM_RANGO_PUE USA EL RANGO.
           SELECT OPTIONAL PUESTOS ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PUESMAST.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PUESTOS.

           SELECT LIMPIOS      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPLIMPI.TXT"
                               ORGANIZATION IS SEQUENTIAL
       FD  EMPLEADOS.
       01  REG-EMPLEADOS.
           05 REG-EMP-LEGAJO      PIC X(06).
           05 FILLER              PIC X(86).

       FD  DEPTOS
           RECORD CONTAINS 70 CHARACTERS
           05 DEP-PRES-SALARIO    PIC 9(09)V99.
           05 FILLER              PIC X(09).

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

       FD  LIMPIOS
           RECORDING MODE IS F.
       01  REG-LIMPIOS            PIC X(92).

       FD  RECHAZOS
           RECORD CONTAINS 141 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RECHAZOS           PIC X(141).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           88 88-FS-DEPTOS-YES                      VALUE '00' '05'.
           88 88-FS-DEPTOS-EOF                      VALUE '10'.

       77  FS-PUESTOS                    PIC  X(02) VALUE ' '.
           88 88-FS-PUESTOS-YES                     VALUE '00' '05'.
           88 88-FS-PUESTOS-EOF                     VALUE '10'.

       77  FS-LIMPIOS                    PIC  X(02) VALUE ' '.
           88 88-FS-LIMPIOS-YES                     VALUE '00'.

              10 WS-SALARIO-EMP   PIC X(09).
              10 WS-SALARIO-EMP-N REDEFINES WS-SALARIO-EMP
                                  PIC 9(07)V99.
              10 WS-FECHA-INGRESO-EMP PIC X(08).
              10 WS-FECHA-ING-N REDEFINES WS-FECHA-INGRESO-EMP
                                  PIC 9(08).
              10 WS-FECHA-EGRESO-EMP  PIC X(08).
              10 WS-FECHA-EGR-N REDEFINES WS-FECHA-EGRESO-EMP
                                  PIC 9(08).
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE 0.
           05 WS-LIMPIOS-EMP      PIC 9(05)    VALUE 0.
           05 WS-RECHAZADOS-EMP   PIC 9(05)    VALUE 0.

       01  WS-LEGAJO-NUM          PIC 9(06)    VALUE 0.

      * FECHA DE LA CORRIDA Y VALIDACION DE FECHAS AAAAMMDD.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

       01  WS-FECHA-PROCESO       PIC 9(08)    VALUE 0.

       01  WS-FECHA-VALIDAR       PIC 9(08)    VALUE 0.
       01  WS-FECHA-VALIDAR-DESC REDEFINES WS-FECHA-VALIDAR.
           05 WS-FVA-AAAA         PIC 9(04).
           05 WS-FVA-MM           PIC 9(02).
           05 WS-FVA-DD           PIC 9(02).

       01  WS-SW-FECHA-VALIDA     PIC X(01)    VALUE 'N'.
           88 88-FECHA-VALIDA                  VALUE 'S'.

       01  WS-DIAS-MES-VALORES    PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-TABLA-DIAS-MES REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES OCCURS 12 TIMES
                                  PIC 9(02).

       01  WS-DIAS-TOPE           PIC 9(02)    VALUE 0.
       01  WS-COCIENTE            PIC 9(04)    VALUE 0.
       01  WS-RESTO-4             PIC 9(04)    VALUE 0.
       01  WS-RESTO-100           PIC 9(04)    VALUE 0.
       01  WS-RESTO-400           PIC 9(04)    VALUE 0.

      * RANGO RAZONABLE DE SALARIOS Y UMBRAL DE RECHAZOS.

       77  WS-SALARIO-MINIMO      PIC 9(07)V99 VALUE 1000.
                            INDEXED BY WS-IDX-DEP.
              10 WS-DEP-CODIGO    PIC X(15).

      * CODIGOS DE PUESTO VALIDOS, CARGADOS DEL MAESTRO DE
      * PUESTOS AL INICIO, CON EL MISMO CRITERIO QUE LOS DEPTOS.

       01  WS-CANT-PUESTOS        PIC 9(03)    VALUE 0.
       01  WS-SW-PUESTO-VALIDO    PIC X(01)    VALUE 'N'.
           88 88-PUESTO-VALIDO                 VALUE 'S'.
       01  SW-FIN-PUE             PIC X(03)    VALUE ' '.

       01  WS-TABLA-PUESTOS.
           05 WS-PUESTO-ITEM OCCURS 200 TIMES
                             INDEXED BY WS-IDX-PUE.
              10 WS-PUE-CODIGO    PIC X(15).

      * REGISTRO DE RECHAZOS: IMAGEN + MOTIVOS POR CAMPO.
      * MOTIVOS: LEG = LEGAJO NO NUMERICO O CERO
      *          NOM = NOMBRE EN BLANCO
      *          SAL = SALARIO NO NUMERICO O FUERA DE RANGO
      *          DUP = LEGAJO DUPLICADO EN EL ARCHIVO
      *          DPC = DEPTO SIN ALTA EN EL MAESTRO DE DEPTOS
      *          PUC = PUESTO SIN ALTA EN EL MAESTRO DE PUESTOS
      *          FIN = FECHA DE INGRESO NO NUMERICA, INVALIDA O
      *                POSTERIOR A LA CORRIDA
      *          FEG = FECHA DE EGRESO INVALIDA, ANTERIOR AL
      *                INGRESO, POSTERIOR A LA CORRIDA O CON
      *                EL LEGAJO ACTIVO

       01  WS-REG-RECHAZO.
           05 WS-RCH-IMAGEN       PIC X(92).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RCH-MOTIVOS.
              10 WS-RCH-MOTIVO OCCURS 12 TIMES
                                  PIC X(04).

       01  WS-CANT-MOTIVOS        PIC 9(02)    VALUE 0.

      * REGISTRO DE ERRORES DE E/S.

       010-INICIO.

           PERFORM 030-ABRE-ARCHIVOS THRU 030-FIN

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
           MOVE WS-ACTUAL-DATE         TO WS-FECHA-PROCESO

           PERFORM 035-CARGA-DEPTOS  THRU 035-FIN
           PERFORM 038-CARGA-PUESTOS THRU 038-FIN

           PERFORM 040-LEE-EMPLEADOS THRU 040-FIN
           PERFORM 050-VALIDA-REGISTRO THRU 050-FIN

       037-FIN.  EXIT.

      * CARGA DE LOS CODIGOS VALIDOS DEL MAESTRO DE PUESTOS.
      * SI EL MAESTRO NO EXISTE O ESTA VACIO SE DEJA AVISO Y
      * LA VALIDACION DE CODIGO DE PUESTO QUEDA APAGADA.

       038-CARGA-PUESTOS.
           OPEN INPUT PUESTOS

           IF NOT 88-FS-PUESTOS-YES
              MOVE "038-CARGA-PUESTOS - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-PUESTOS                 TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              GO TO 038-FIN
           END-IF

           PERFORM 039-LEE-PUESTO THRU 039-FIN
           PERFORM 041-GUARDA-PUESTO THRU 041-FIN
                   UNTIL SW-FIN-PUE EQUAL "FIN"

           CLOSE PUESTOS

           IF WS-CANT-PUESTOS = 0
              MOVE "038-CARGA-PUESTOS - MAESTRO VACIO"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       038-FIN.  EXIT.

       039-LEE-PUESTO.
           READ PUESTOS
               AT END
                   MOVE "FIN" TO SW-FIN-PUE
           END-READ
           IF NOT 88-FS-PUESTOS-YES AND NOT 88-FS-PUESTOS-EOF
              MOVE "039-LEE-PUESTO" TO WS-ERR-PARRAFO
              MOVE FS-PUESTOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       039-FIN.  EXIT.

       041-GUARDA-PUESTO.
           IF WS-CANT-PUESTOS < 200
              ADD 1 TO WS-CANT-PUESTOS
              SET WS-IDX-PUE TO WS-CANT-PUESTOS
              MOVE PUE-CODIGO TO WS-PUE-CODIGO (WS-IDX-PUE)
           ELSE
              MOVE "041-GUARDA-PUESTO - TABLA LLENA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF

           PERFORM 039-LEE-PUESTO THRU 039-FIN.

       041-FIN.  EXIT.

       040-LEE-EMPLEADOS.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
           PERFORM 064-VALIDA-STATUS   THRU 064-FIN
           PERFORM 066-VALIDA-DEPTO    THRU 066-FIN
           PERFORM 068-VALIDA-SALARIO  THRU 068-FIN
           PERFORM 070-VALIDA-FECHAS   THRU 070-FIN

           IF WS-CANT-MOTIVOS = 0
              PERFORM 080-GRABA-LIMPIO THRU 080-FIN
           IF WS-PUESTO-EMP = SPACES
              MOVE "PUE" TO WS-RCH-MOTIVO (6)
              ADD 1 TO WS-CANT-MOTIVOS
           ELSE
              IF WS-CANT-PUESTOS > 0
                 MOVE 'N' TO WS-SW-PUESTO-VALIDO
                 PERFORM 069-BUSCA-PUESTO THRU 069-FIN
                         VARYING WS-IDX-PUE FROM 1 BY 1
                         UNTIL WS-IDX-PUE > WS-CANT-PUESTOS
                            OR 88-PUESTO-VALIDO
                 IF NOT 88-PUESTO-VALIDO
                    MOVE "PUC" TO WS-RCH-MOTIVO (10)
                    ADD 1 TO WS-CANT-MOTIVOS
                 END-IF
              END-IF
           END-IF.

       066-FIN.  EXIT.

       067-FIN.  EXIT.

       069-BUSCA-PUESTO.
           IF WS-PUE-CODIGO (WS-IDX-PUE) = WS-PUESTO-EMP
              SET 88-PUESTO-VALIDO TO TRUE
           END-IF.

       069-FIN.  EXIT.

       068-VALIDA-SALARIO.
           IF WS-SALARIO-EMP IS NOT NUMERIC
              MOVE "SAL" TO WS-RCH-MOTIVO (7)

       068-FIN.  EXIT.

       070-VALIDA-FECHAS.
           IF WS-FECHA-INGRESO-EMP IS NOT NUMERIC
              MOVE "FIN" TO WS-RCH-MOTIVO (11)
              ADD 1 TO WS-CANT-MOTIVOS
           ELSE
              IF WS-FECHA-ING-N NOT = 0
                 MOVE WS-FECHA-ING-N TO WS-FECHA-VALIDAR
                 PERFORM 072-VALIDA-FECHA THRU 072-FIN
                 IF NOT 88-FECHA-VALIDA
                    OR WS-FECHA-ING-N > WS-FECHA-PROCESO
                    MOVE "FIN" TO WS-RCH-MOTIVO (11)
                    ADD 1 TO WS-CANT-MOTIVOS
                 END-IF
              END-IF
           END-IF

           IF WS-FECHA-EGRESO-EMP IS NOT NUMERIC
              MOVE "FEG" TO WS-RCH-MOTIVO (12)
              ADD 1 TO WS-CANT-MOTIVOS
              GO TO 070-FIN
           END-IF
           IF WS-FECHA-EGR-N = 0
              GO TO 070-FIN
           END-IF

           MOVE WS-FECHA-EGR-N TO WS-FECHA-VALIDAR
           PERFORM 072-VALIDA-FECHA THRU 072-FIN
           IF NOT 88-FECHA-VALIDA
              OR WS-FECHA-EGR-N > WS-FECHA-PROCESO
              OR WS-STATUS-EMP = '1'
              MOVE "FEG" TO WS-RCH-MOTIVO (12)
              ADD 1 TO WS-CANT-MOTIVOS
              GO TO 070-FIN
           END-IF
           IF WS-FECHA-INGRESO-EMP IS NUMERIC
              AND WS-FECHA-ING-N NOT = 0
              AND WS-FECHA-EGR-N < WS-FECHA-ING-N
              MOVE "FEG" TO WS-RCH-MOTIVO (12)
              ADD 1 TO WS-CANT-MOTIVOS
           END-IF.

       070-FIN.  EXIT.

      * FECHA AAAAMMDD VALIDA: ANIO DESDE 1900, MES 01 A 12 Y
      * DIA DENTRO DEL MES (FEBRERO DE 29 EN ANIO BISIESTO).

       072-VALIDA-FECHA.
           MOVE 'N' TO WS-SW-FECHA-VALIDA

           IF WS-FVA-AAAA < 1900
              OR WS-FVA-MM < 1 OR WS-FVA-MM > 12
              OR WS-FVA-DD < 1
              GO TO 072-FIN
           END-IF

           MOVE WS-DIAS-MES (WS-FVA-MM) TO WS-DIAS-TOPE
           IF WS-FVA-MM = 2
              DIVIDE WS-FVA-AAAA BY 4   GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-4
              DIVIDE WS-FVA-AAAA BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-100
              DIVIDE WS-FVA-AAAA BY 400 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-400
              IF WS-RESTO-4 = 0
                 AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                 MOVE 29 TO WS-DIAS-TOPE
              END-IF
           END-IF

           IF WS-FVA-DD <= WS-DIAS-TOPE
              SET 88-FECHA-VALIDA TO TRUE
           END-IF.

       072-FIN.  EXIT.

       080-GRABA-LIMPIO.
           WRITE REG-LIMPIOS FROM WS-REG-EMPLEADOS

