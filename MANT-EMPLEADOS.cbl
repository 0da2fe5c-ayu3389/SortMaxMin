      * DE MOTIVO. EL MAESTRO SE CREA CON LA CARGA INICIAL DE
      * PGM_CARGA_EMP Y ES LA FUENTE QUE RECORRE PGM_EDIT_EMP
      * PARA TODA LA CADENA DEL REPORTE.
      * DOBLE CONTROL: CADA MOVIMIENTO TRAE EL OPERADOR QUE LO
      * INGRESO (SIN OPERADOR SE RECHAZA CON MOTIVO OPE). LOS
      * MOVIMIENTOS SENSIBLES DEL ARCHIVO DIARIO NO SE APLICAN:
      * QUEDAN EN LA COLA DE RETENIDOS (RETENIDO.TXT) HASTA
      * QUE UN APROBADOR AUTORIZADO (APROBADR.TXT), DISTINTO
      * DEL OPERADOR, LOS APRUEBA O RECHAZA EN EL ARCHIVO DE
      * APROBACIONES (APROBAC.TXT) DE UNA CORRIDA POSTERIOR.
      * SON SENSIBLES TODAS LAS BAJAS (TAMBIEN LA MODIFICACION
      * QUE PASA A STATUS 0 UN LEGAJO ACTIVO), LAS ALTAS CON SALARIO
      * MAYOR AL TOPE Y LAS MODIFICACIONES QUE CAMBIAN EL
      * SALARIO EN MAS DEL PORCENTAJE DE UMBRAL (TOPE Y
      * PORCENTAJE EN MANTPARM.TXT). EL APROBADO SE APLICA (O
      * PASA A PENDIENTES SI SU VIGENCIA ES FUTURA) CON EL
      * APROBADOR ANOTADO; EL RECHAZADO SALE A RECHAZOS CON
      * MOTIVO APR. LA AUDITORIA GRABA OPERADOR Y APROBADOR.
      * FECHAS DEL LEGAJO: EL ALTA GRABA LA FECHA DE INGRESO
      * DEL MOVIMIENTO (EN BLANCO O CERO = FECHA DE VIGENCIA).
      * LA BAJA ES LOGICA: EL LEGAJO QUEDA EN EL MAESTRO CON
      * STATUS 0 Y FECHA DE EGRESO (LA DEL MOVIMIENTO O, EN
      * BLANCO O CERO, LA DE VIGENCIA) HASTA QUE PGM_ARCH_EMP
      * LO PASA AL HISTORICO; UNA BAJA SOBRE UN LEGAJO YA
      * EGRESADO SE RECHAZA CON MOTIVO EGR. LA MODIFICACION
      * CONSERVA LAS FECHAS DEL MAESTRO SALVO QUE EL MOVIMIENTO
      * TRAIGA OTRAS; UN REINGRESO (STATUS 1) SIN FECHA DE
      * EGRESO LA LIMPIA Y LA QUE DESACTIVA UN LEGAJO ACTIVO
      * SIN FECHA DE EGRESO LO EGRESA EN LA FECHA DE VIGENCIA.
      * CONTROL DE POSICIONES: ANTES DE APLICAR UN ALTA ACTIVA,
      * O UNA MODIFICACION QUE DEJA ACTIVO AL LEGAJO EN OTRO
      * DEPARTAMENTO O LO REINGRESA (STATUS 0 A 1, AUNQUE SEA
      * EN SU MISMO DEPTO), SE CONTROLA EL DEPTO DE DESTINO CONTRA
      * SU DOTACION Y SU MASA SALARIAL PRESUPUESTADAS DEL
      * MAESTRO DE DEPARTAMENTOS (DEPTMAST.TXT). LO OCUPADO
      * SE CUENTA AL INICIO SOBRE LOS ACTIVOS DEL MAESTRO Y SE
      * ACTUALIZA CON CADA MOVIMIENTO APLICADO. EL MOVIMIENTO
      * QUE EXCEDE EL PRESUPUESTO (O VA A UN DEPTO SIN ALTA EN
      * EL MAESTRO DE DEPTOS) NO SE APLICA: QUEDA EN LA COLA
      * DE RETENIDOS POR PRESUPUESTO (PRESRET.TXT) CON EL
      * FALTANTE DE DOTACION Y DE MASA SALARIAL, HASTA QUE
      * FINANZAS LO LIBERA O LO RECHAZA EN EL ARCHIVO DE
      * AUTORIZACIONES (PRESAUT.TXT) DE UNA CORRIDA POSTERIOR.
      * EL LIBERADO SE APLICA SIN VOLVER A CONTROLARSE; EL
      * RECHAZADO SALE A RECHAZOS CON MOTIVO PRE. SIN MAESTRO
      * DE DEPTOS EL CONTROL QUEDA APAGADO CON AVISO. CADA
      * CORRIDA EMITE EL REPORTE DE CONTROL DE POSICIONES
      * (PRESREPO.TXT): POR DEPTO, POSICIONES PRESUPUESTADAS,
      * OCUPADAS Y VACANTES, MASA SALARIAL Y RETENIDOS; EL
      * DETALLE DE LA COLA Y LAS AUTORIZACIONES DE LA CORRIDA.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
                               RECORD KEY   IS MST-LEGAJO-EMP
                               FILE STATUS  IS FS-MAESTRO.

      * EL MISMO MAESTRO EN SECUENCIA, PARA CONTAR LAS
      * POSICIONES OCUPADAS POR DEPTO ANTES DE ABRIRLO I-O.
           SELECT MAESTRO-SEC  ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPMAST.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS SEQUENTIAL
                               RECORD KEY   IS MSQ-LEGAJO-EMP
                               FILE STATUS  IS FS-MAESTRO-SEC.

      * PENDIENTES: MOVIMIENTOS CON FECHA DE VIGENCIA FUTURA
      * DE CORRIDAS ANTERIORES. SE RELEEN EN CADA CORRIDA Y
      * LOS QUE SIGUEN SIN MADURAR SE REGRABAN VIA EL ARCHIVO
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-LOTES.

      * UMBRALES DEL DOBLE CONTROL: PORCENTAJE DE CAMBIO DE
      * SALARIO Y TOPE DE SALARIO DE ALTA.
           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\MANTPARM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

      * COLA DE RETENIDOS: MOVIMIENTOS SENSIBLES A LA ESPERA DE
      * APROBACION. LOS QUE SIGUEN SIN DECISION SE REGRABAN VIA
      * EL ARCHIVO DE TRABAJO (VER 230-PROMUEVE-RETENIDOS).
           SELECT OPTIONAL RETENIDOS ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETENIDO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RETENIDOS.

           SELECT RET-NUEVO    ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETEWORK.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RET-NUEVO.

           SELECT RELEE-RET    ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETEWORK.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RELEE-RET.

           SELECT RET-FINAL    ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETENIDO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RET-FINAL.

      * DECISIONES DE LOS APROBADORES SOBRE LOS RETENIDOS Y
      * NOMINA DE OPERADORES AUTORIZADOS A APROBAR.
           SELECT OPTIONAL APROBACIONES ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\APROBAC.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-APROBACIONES.

           SELECT OPTIONAL APROBADORES ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\APROBADR.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-APROBADORES.

      * MAESTRO DE DEPARTAMENTOS: CODIGO, DESCRIPCION Y
      * PRESUPUESTOS DE DOTACION Y SALARIO PARA EL CONTROL DE
      * POSICIONES.
           SELECT OPTIONAL DEPTOS ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\DEPTMAST.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-DEPTOS.

      * COLA DE RETENIDOS POR PRESUPUESTO: ALTAS Y PASES DE
      * DEPTO QUE EXCEDEN EL PRESUPUESTO DEL DEPTO DE DESTINO,
      * A LA ESPERA DE FINANZAS. SE REGRABA VIA EL ARCHIVO DE
      * TRABAJO (VER 260-PROMUEVE-RET-PRESUP).
           SELECT OPTIONAL RET-PRESUP ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PRESRET.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RET-PRESUP.

           SELECT PRES-NUEVO   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PRESWORK.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PRES-NUEVO.

           SELECT RELEE-PRES   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PRESWORK.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RELEE-PRES.

           SELECT PRES-FINAL   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PRESRET.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PRES-FINAL.

      * AUTORIZACIONES DE FINANZAS SOBRE LOS RETENIDOS POR
      * PRESUPUESTO.
           SELECT OPTIONAL AUTORIZACIONES ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PRESAUT.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUTORIZACIONES.

           SELECT PRESREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PRESREPO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PRESREPO.

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRMANT.TXT"
                               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
       FD  MOVIMIENTOS
           RECORDING MODE IS F.
       01  REG-MOVIMIENTOS        PIC X(117).

       FD  PENDIENTES
           RECORDING MODE IS F.
       01  REG-PENDIENTES         PIC X(117).

       FD  PEND-NUEVO
           RECORDING MODE IS F.
       01  REG-PEND-NUEVO         PIC X(117).

       FD  RELEE-PEND
           RECORDING MODE IS F.
       01  REG-RELEE-PEND         PIC X(117).

       FD  PEND-FINAL
           RECORDING MODE IS F.
       01  REG-PEND-FINAL         PIC X(117).

       FD  LOTES-APLICADOS
           RECORDING MODE IS F.
           05 MST-DEPTO-EMP       PIC X(15).
           05 MST-PUESTO-EMP      PIC X(15).
           05 MST-SALARIO-EMP     PIC 9(07)V99.
           05 MST-FECHA-INGRESO   PIC 9(08).
           05 MST-FECHA-EGRESO    PIC 9(08).

       FD  MAESTRO-SEC.
       01  REG-MAESTRO-SEC.
           05 MSQ-LEGAJO-EMP      PIC X(06).
           05 MSQ-NOMBRE-EMP      PIC X(15).
           05 MSQ-APELLIDO-EMP    PIC X(15).
           05 MSQ-STATUS-EMP      PIC 9(01).
           05 MSQ-DEPTO-EMP       PIC X(15).
           05 MSQ-PUESTO-EMP      PIC X(15).
           05 MSQ-SALARIO-EMP     PIC 9(07)V99.
           05 MSQ-FECHA-INGRESO   PIC 9(08).
           05 MSQ-FECHA-EGRESO    PIC 9(08).

       FD  AUDITORIA
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITORIA          PIC X(133).

       FD  RECHAZOS
           RECORD CONTAINS 123 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RECHAZOS           PIC X(123).

      * PARAMETROS: PORCENTAJE DE CAMBIO DE SALARIO A PARTIR
      * DEL CUAL UNA MODIFICACION SE RETIENE Y TOPE DE SALARIO
      * DE ALTA (NO NUMERICO = DEFAULT).
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-MNT-PCT-SALARIO PIC 9(03)V99.
           05 PARM-MNT-TOPE-ALTA  PIC 9(07)V99.
           05 FILLER              PIC X(06).

       FD  RETENIDOS
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETENIDOS          PIC X(136).

       FD  RET-NUEVO
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RET-NUEVO          PIC X(136).

       FD  RELEE-RET
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RELEE-RET          PIC X(136).

       FD  RET-FINAL
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RET-FINAL          PIC X(136).

      * APROBACIONES: CLAVE DEL RETENIDO (FECHA DE RETENCION +
      * SECUENCIA), LEGAJO DE CONTROL, DECISION ('A' = APRUEBA,
      * 'R' = RECHAZA) Y OPERADOR QUE DECIDE.
       FD  APROBACIONES
           RECORDING MODE IS F.
       01  REG-APROBACIONES.
           05 APR-FECHA-RET       PIC 9(08).
           05 APR-SECUENCIA       PIC 9(05).
           05 APR-LEGAJO          PIC X(06).
           05 APR-DECISION        PIC X(01).
           05 APR-APROBADOR       PIC X(08).
           05 FILLER              PIC X(12).

       FD  APROBADORES
           RECORDING MODE IS F.
       01  REG-APROBADORES.
           05 OPA-OPERADOR        PIC X(08).
           05 OPA-NOMBRE          PIC X(30).
           05 FILLER              PIC X(02).

       FD  DEPTOS
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DEPTOS.
           05 DEP-CODIGO          PIC X(15).
           05 DEP-DESCRIPCION     PIC X(30).
           05 DEP-PRES-DOTACION   PIC 9(05).
           05 DEP-PRES-SALARIO    PIC 9(09)V99.
           05 FILLER              PIC X(09).

       FD  RET-PRESUP
           RECORD CONTAINS 153 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RET-PRESUP         PIC X(153).

       FD  PRES-NUEVO
           RECORD CONTAINS 153 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRES-NUEVO         PIC X(153).

       FD  RELEE-PRES
           RECORD CONTAINS 153 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RELEE-PRES         PIC X(153).

       FD  PRES-FINAL
           RECORD CONTAINS 153 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRES-FINAL         PIC X(153).

      * AUTORIZACIONES DE FINANZAS: CLAVE DEL RETENIDO POR
      * PRESUPUESTO (FECHA DE RETENCION + SECUENCIA), LEGAJO DE
      * CONTROL, DECISION ('L' = LIBERA, 'R' = RECHAZA) Y
      * OPERADOR DE FINANZAS QUE AUTORIZA.
       FD  AUTORIZACIONES
           RECORDING MODE IS F.
       01  REG-AUTORIZACIONES.
           05 AUT-FECHA-RET       PIC 9(08).
           05 AUT-SECUENCIA       PIC 9(05).
           05 AUT-LEGAJO          PIC X(06).
           05 AUT-DECISION        PIC X(01).
           05 AUT-AUTORIZANTE     PIC X(08).
           05 FILLER              PIC X(12).

       FD  PRESREPO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRESREPO           PIC X(120).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
       77  FS-RECHAZOS                   PIC  X(02) VALUE ' '.
           88 88-FS-RECHAZOS-YES                    VALUE '00'.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-RETENIDOS                  PIC  X(02) VALUE ' '.
           88 88-FS-RETENIDOS-YES                   VALUE '00' '05'.
           88 88-FS-RETENIDOS-EOF                   VALUE '10'.

       77  FS-RET-NUEVO                  PIC  X(02) VALUE ' '.
           88 88-FS-RET-NUEVO-YES                   VALUE '00'.

       77  FS-RELEE-RET                  PIC  X(02) VALUE ' '.
           88 88-FS-RELEE-RET-YES                   VALUE '00'.
           88 88-FS-RELEE-RET-EOF                   VALUE '10'.

       77  FS-RET-FINAL                  PIC  X(02) VALUE ' '.
           88 88-FS-RET-FINAL-YES                   VALUE '00'.

       77  FS-APROBACIONES               PIC  X(02) VALUE ' '.
           88 88-FS-APROBACIONES-YES                VALUE '00' '05'.
           88 88-FS-APROBACIONES-EOF                VALUE '10'.

       77  FS-APROBADORES                PIC  X(02) VALUE ' '.
           88 88-FS-APROBADORES-YES                 VALUE '00' '05'.
           88 88-FS-APROBADORES-EOF                 VALUE '10'.

       77  FS-MAESTRO-SEC                PIC  X(02) VALUE ' '.
           88 88-FS-MAESTRO-SEC-YES                 VALUE '00'.
           88 88-FS-MAESTRO-SEC-EOF                 VALUE '10'.

       77  FS-DEPTOS                     PIC  X(02) VALUE ' '.
           88 88-FS-DEPTOS-YES                      VALUE '00' '05'.
           88 88-FS-DEPTOS-EOF                      VALUE '10'.

       77  FS-RET-PRESUP                 PIC  X(02) VALUE ' '.
           88 88-FS-RET-PRESUP-YES                  VALUE '00' '05'.
           88 88-FS-RET-PRESUP-EOF                  VALUE '10'.

       77  FS-PRES-NUEVO                 PIC  X(02) VALUE ' '.
           88 88-FS-PRES-NUEVO-YES                  VALUE '00'.

       77  FS-RELEE-PRES                 PIC  X(02) VALUE ' '.
           88 88-FS-RELEE-PRES-YES                  VALUE '00'.
           88 88-FS-RELEE-PRES-EOF                  VALUE '10'.

       77  FS-PRES-FINAL                 PIC  X(02) VALUE ' '.
           88 88-FS-PRES-FINAL-YES                  VALUE '00'.

       77  FS-AUTORIZACIONES             PIC  X(02) VALUE ' '.
           88 88-FS-AUTORIZACIONES-YES              VALUE '00' '05'.
           88 88-FS-AUTORIZACIONES-EOF              VALUE '10'.

       77  FS-PRESREPO                   PIC  X(02) VALUE ' '.
           88 88-FS-PRESREPO-YES                    VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

           88 88-OPEN-RECHAZOS-YES                  VALUE 'YS'.
           88 88-OPEN-RECHAZOS-NO                   VALUE 'N'.

       77  WS-OPEN-RETENIDOS             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-RETENIDOS-YES                 VALUE 'YS'.
           88 88-OPEN-RETENIDOS-NO                  VALUE 'N'.

       77  WS-OPEN-RET-NUEVO             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-RET-NUEVO-YES                 VALUE 'YS'.
           88 88-OPEN-RET-NUEVO-NO                  VALUE 'N'.

       77  WS-OPEN-RET-PRESUP            PIC  X(02) VALUE 'YO'.
           88 88-OPEN-RET-PRESUP-YES                VALUE 'YS'.
           88 88-OPEN-RET-PRESUP-NO                 VALUE 'N'.

       77  WS-OPEN-PRES-NUEVO            PIC  X(02) VALUE 'YO'.
           88 88-OPEN-PRES-NUEVO-YES                VALUE 'YS'.
           88 88-OPEN-PRES-NUEVO-NO                 VALUE 'N'.

       77  WS-OPEN-PRESREPO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-PRESREPO-YES                  VALUE 'YS'.
           88 88-OPEN-PRESREPO-NO                   VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * MOVIMIENTO DIARIO: TIPO + MISMO LAYOUT QUE WS-REG-EMPLEADOS
      * DE PGM_MAX_MIN (CON FECHAS DE INGRESO Y EGRESO
      * AAAAMMDD) + FECHA DE VIGENCIA (AAAAMMDD) + OPERADOR
      * QUE LO INGRESO + OPERADOR QUE LO APROBO (EN BLANCO
      * HASTA QUE SE APRUEBA UN RETENIDO). TIPOS: 'A' = ALTA,
      * 'B' = BAJA, 'M' = MODIFICACION. FECHA DE VIGENCIA EN
      * BLANCO O CERO = APLICAR EN ESTA CORRIDA.

       01  WS-AREAS-A-USAR.
           05 WS-REG-MOVIMIENTO.
                 15 WS-MOV-DEPTO-EMP     PIC X(15).
                 15 WS-MOV-PUESTO-EMP    PIC X(15).
                 15 WS-MOV-SALARIO-EMP   PIC 9(07)V99.
                 15 WS-MOV-FECHA-INGRESO PIC X(08).
                 15 WS-MOV-FECHA-ING-N REDEFINES WS-MOV-FECHA-INGRESO
                                         PIC 9(08).
                 15 WS-MOV-FECHA-EGRESO  PIC X(08).
                 15 WS-MOV-FECHA-EGR-N REDEFINES WS-MOV-FECHA-EGRESO
                                         PIC 9(08).
              10 WS-MOV-FECHA-EFEC   PIC X(08).
              10 WS-MOV-FECHA-EFEC-N REDEFINES WS-MOV-FECHA-EFEC
                                     PIC 9(08).
              10 WS-MOV-OPERADOR     PIC X(08).
              10 WS-MOV-APROBADOR    PIC X(08).
      * VISTAS DE LOS REGISTROS DE CONTROL DEL LOTE: CABECERA
      * 'H' (FECHA DE LOTE) Y TRAILER 'T' (CANTIDAD DE
      * MOVIMIENTOS Y HASH TOTAL DE WS-MOV-SALARIO-EMP).
              10 FILLER              PIC X(01).
              10 WS-CAB-FECHA-LOTE   PIC 9(08).
              10 WS-CAB-ORIGEN       PIC X(03).
              10 FILLER              PIC X(105).
           05 WS-REG-TRAILER  REDEFINES WS-REG-MOVIMIENTO.
              10 FILLER              PIC X(01).
              10 WS-TRL-CANT         PIC 9(05).
              10 WS-TRL-HASH         PIC 9(13)V99.
              10 FILLER              PIC X(96).
           05 WS-LEIDOS-MOV       PIC 9(05)    VALUE 0.
           05 WS-PEND-LEIDOS      PIC 9(05)    VALUE 0.
           05 WS-APLICADOS-MOV    PIC 9(05)    VALUE 0.
           05 WS-DIFERIDOS-MOV    PIC 9(05)    VALUE 0.
           05 WS-RECHAZADOS-MOV   PIC 9(05)    VALUE 0.
           05 WS-RET-LEIDOS       PIC 9(05)    VALUE 0.
           05 WS-RETENIDOS-MOV    PIC 9(05)    VALUE 0.
           05 WS-AVISOS-APROB     PIC 9(05)    VALUE 0.
           05 SW-FIN              PIC X(03)    VALUE ' '.
           05 SW-FIN-PEND         PIC X(03)    VALUE ' '.
           05 SW-FIN-RET          PIC X(03)    VALUE ' '.
      *

      * FECHA DE LA CORRIDA (CONTRA LA QUE MADURAN LOS
       01  WS-FECHA-PROCESO       PIC 9(08)    VALUE 0.
       01  WS-FECHA-EFEC-APL      PIC 9(08)    VALUE 0.

      * FECHAS DE INGRESO Y EGRESO Y STATUS DEL MAESTRO ANTES
      * DE UNA MODIFICACION.

       01  WS-FECHA-ING-ANT       PIC 9(08)    VALUE 0.
       01  WS-FECHA-EGR-ANT       PIC 9(08)    VALUE 0.
       01  WS-STATUS-ANT          PIC 9(01)    VALUE 0.

      * CONTROL DEL LOTE DIARIO: LO VALIDADO EN LA PREPASADA
      * CONTRA LO INFORMADO POR EL TRAILER.


      * BUFFER DE COPIA PARA LA PROMOCION DE PENDIENTES.

       01  WS-LINEA-PEND          PIC X(117).
       01  SW-FIN-COPIA           PIC X(03)    VALUE ' '.

      * UMBRALES EFECTIVOS DEL DOBLE CONTROL (DEFAULTS: 20% DE
      * CAMBIO DE SALARIO Y ALTAS DE MAS DE 1.000.000,00).

       01  WS-UMBRAL-PCT          PIC 9(03)V99 VALUE 20.
       01  WS-TOPE-ALTA           PIC 9(07)V99 VALUE 1000000.
       01  WS-DIF-SALARIO         PIC 9(07)V99 VALUE 0.
       01  WS-PCT-CAMBIO          PIC 9(05)V99 VALUE 0.

      * REGISTRO DE LA COLA DE RETENIDOS: FECHA DE RETENCION Y
      * SECUENCIA DENTRO DEL DIA (CLAVE QUE CITA EL APROBADOR),
      * MOTIVO DE LA RETENCION (BAJ = BAJA O MODIFICACION QUE
      * PASA A STATUS 0 UN LEGAJO ACTIVO, ALT = ALTA SOBRE EL
      * TOPE, SAL = CAMBIO DE SALARIO SOBRE EL UMBRAL) E IMAGEN
      * DEL MOVIMIENTO.

       01  WS-REG-RETENIDO.
           05 WS-RET-FECHA        PIC 9(08).
           05 WS-RET-SECUENCIA    PIC 9(05).
           05 WS-RET-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RET-MOVIMIENTO   PIC X(117).
           05 FILLER              PIC X(02)    VALUE ' '.

       01  WS-ULT-SECUENCIA       PIC 9(05)    VALUE 0.
       01  WS-LINEA-RET           PIC X(136).

       01  WS-SW-A-APLICAR        PIC X(01)    VALUE 'S'.
           88 88-MOV-A-APLICAR                 VALUE 'S'.

       01  WS-AVISO-RETENIDO      PIC X(22)    VALUE SPACES.

      * DECISIONES DEL ARCHIVO DE APROBACIONES. CADA UNA SE
      * MARCA AL ENCONTRAR SU RETENIDO; LAS QUE QUEDAN SIN
      * MARCAR SE AVISAN AL FINAL.

       01  WS-CANT-APROB          PIC 9(03)    VALUE 0.
       01  WS-TABLA-APROB.
           05 WS-APROB-ITEM OCCURS 500 TIMES INDEXED BY WS-IDX-APR.
              10 WS-TAP-FECHA-RET PIC 9(08).
              10 WS-TAP-SECUENCIA PIC 9(05).
              10 WS-TAP-LEGAJO    PIC X(06).
              10 WS-TAP-DECISION  PIC X(01).
                 88 88-TAP-APRUEBA           VALUE 'A'.
                 88 88-TAP-RECHAZA           VALUE 'R'.
              10 WS-TAP-APROBADOR PIC X(08).
              10 WS-TAP-USADA     PIC X(01).
                 88 88-TAP-USADA             VALUE 'S'.

       01  WS-SW-DECISION         PIC X(01)    VALUE 'N'.
           88 88-DECISION-HALLADA              VALUE 'S'.

      * NOMINA DE APROBADORES AUTORIZADOS.

       01  WS-CANT-OPA            PIC 9(03)    VALUE 0.
       01  WS-TABLA-OPA.
           05 WS-OPA-ITEM OCCURS 100 TIMES INDEXED BY WS-IDX-OPA.
              10 WS-OPA-OPERADOR  PIC X(08).

       01  WS-SW-AUTORIZADO       PIC X(01)    VALUE 'N'.
           88 88-APROBADOR-AUTORIZADO          VALUE 'S'.

       01  SW-FIN-TABLA           PIC X(03)    VALUE ' '.

      * CONTROL DE POSICIONES: PRESUPUESTO DE CADA DEPTO DEL
      * MAESTRO DE DEPARTAMENTOS, LO OCUPADO (ACTIVOS DEL
      * MAESTRO, ACTUALIZADO CON CADA MOVIMIENTO APLICADO) Y LO
      * QUE QUEDA RETENIDO POR PRESUPUESTO AL CIERRE.

       01  WS-CANT-DEPTOS         PIC 9(03)    VALUE 0.
       01  SW-FIN-DEP             PIC X(03)    VALUE ' '.
       01  SW-FIN-MST             PIC X(03)    VALUE ' '.

       01  WS-SW-CONTROL-PRESUP   PIC X(01)    VALUE 'N'.
           88 88-CONTROL-PRESUP-ACTIVO         VALUE 'S'.

       01  WS-SW-DEPTO-HALLADO    PIC X(01)    VALUE 'N'.
           88 88-DEPTO-HALLADO                 VALUE 'S'.

       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ITEM OCCURS 200 TIMES
                            INDEXED BY WS-IDX-DEP.
              10 WS-TDP-CODIGO        PIC X(15).
              10 WS-TDP-DESCRIPCION   PIC X(30).
              10 WS-TDP-PRES-DOTACION PIC 9(05).
              10 WS-TDP-PRES-SALARIO  PIC 9(09)V99.
              10 WS-TDP-OCUPADOS      PIC 9(05).
              10 WS-TDP-MASA          PIC 9(11)V99.
              10 WS-TDP-RET-CANT      PIC 9(05).
              10 WS-TDP-RET-IMPORTE   PIC 9(11)V99.

      * ACTIVOS Y RETENIDOS EN DEPTOS SIN ALTA EN EL MAESTRO
      * DE DEPARTAMENTOS.

       01  WS-SIN-DEPTO-OCUPADOS  PIC 9(05)    VALUE 0.
       01  WS-SIN-DEPTO-RET-CANT  PIC 9(05)    VALUE 0.
       01  WS-SIN-DEPTO-RET-IMP   PIC 9(11)V99 VALUE 0.

      * DEPTO Y SALARIO QUE ENTRAN O SALEN DE LO OCUPADO, Y
      * OCUPACION DEL DEPTO DE DESTINO SI SE APLICARA EL
      * MOVIMIENTO EN CONTROL.

       01  WS-DEPTO-BUSCA         PIC X(15)    VALUE SPACES.
       01  WS-OCU-SALARIO         PIC 9(07)V99 VALUE 0.
       01  WS-NUEVA-DOTACION      PIC 9(05)    VALUE 0.
       01  WS-NUEVA-MASA          PIC 9(11)V99 VALUE 0.

      * REGISTRO DE LA COLA DE RETENIDOS POR PRESUPUESTO: FECHA
      * DE RETENCION Y SECUENCIA DENTRO DEL DIA (CLAVE QUE CITA
      * FINANZAS), MOTIVO (DOT = EXCEDE LA DOTACION, SAL =
      * EXCEDE LA MASA SALARIAL, AMB = EXCEDE AMBAS, DPC = DEPTO
      * SIN ALTA EN EL MAESTRO DE DEPTOS), FALTANTE DE DOTACION
      * Y DE MASA SALARIAL AL RETENERLO E IMAGEN DEL MOVIMIENTO.

       01  WS-REG-RET-PRESUP.
           05 WS-RPR-FECHA        PIC 9(08).
           05 WS-RPR-SECUENCIA    PIC 9(05).
           05 WS-RPR-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RPR-FALTA-DOT    PIC 9(05).
           05 WS-RPR-FALTA-SAL    PIC 9(09)V99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RPR-MOVIMIENTO   PIC X(117).
           05 FILLER              PIC X(02)    VALUE ' '.

       01  WS-ULT-SEC-PRES        PIC 9(05)    VALUE 0.
       01  WS-LINEA-PRES          PIC X(153).
       01  SW-FIN-PRES            PIC X(03)    VALUE ' '.

       01  WS-SW-RET-PRESUP       PIC X(01)    VALUE 'N'.
           88 88-RETENIDO-PRESUP               VALUE 'S'.

       01  WS-SW-LIBERADO         PIC X(01)    VALUE 'N'.
           88 88-MOV-LIBERADO                  VALUE 'S'.

       01  WS-CONTADORES-PRESUP.
           05 WS-RET-PRES-LEIDOS  PIC 9(05)    VALUE 0.
           05 WS-RETENIDOS-PRES   PIC 9(05)    VALUE 0.
           05 WS-LIBERADOS-PRES   PIC 9(05)    VALUE 0.
           05 WS-RECHAZADOS-PRES  PIC 9(05)    VALUE 0.
           05 WS-QUEDAN-PRES      PIC 9(05)    VALUE 0.
           05 WS-AVISOS-PRES      PIC 9(05)    VALUE 0.

      * AUTORIZACIONES DE FINANZAS. CADA UNA SE MARCA AL
      * ENCONTRAR SU RETENIDO Y GUARDA EL RESULTADO PARA EL
      * REPORTE; LAS QUE QUEDAN SIN MARCAR SE AVISAN AL FINAL.

       01  WS-CANT-AUTOR          PIC 9(03)    VALUE 0.
       01  WS-TABLA-AUTOR.
           05 WS-AUTOR-ITEM OCCURS 500 TIMES INDEXED BY WS-IDX-AUT.
              10 WS-TAU-FECHA-RET PIC 9(08).
              10 WS-TAU-SECUENCIA PIC 9(05).
              10 WS-TAU-LEGAJO    PIC X(06).
              10 WS-TAU-DECISION  PIC X(01).
                 88 88-TAU-LIBERA            VALUE 'L'.
                 88 88-TAU-RECHAZA           VALUE 'R'.
              10 WS-TAU-AUTORIZANTE PIC X(08).
              10 WS-TAU-USADA     PIC X(01).
                 88 88-TAU-USADA             VALUE 'S'.
              10 WS-TAU-RESULTADO PIC X(21).

       01  WS-SW-AUTORIZACION     PIC X(01)    VALUE 'N'.
           88 88-AUTORIZACION-HALLADA          VALUE 'S'.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
      * REGISTRO DE AUDITORIA: FECHA Y HORA DE CAPTURA, TIPO DE
      * MOVIMIENTO, CLASE DE IMAGEN ('A' = ANTES, 'D' =
      * DESPUES), FECHA DE VIGENCIA CON QUE SE APLICO E IMAGEN
      * DEL REGISTRO DEL MAESTRO, CON EL OPERADOR QUE INGRESO
      * EL MOVIMIENTO Y EL QUE LO APROBO (EN BLANCO SI NO
      * REQUIRIO APROBACION).

       01  WS-REG-AUDITORIA.
           05 WS-AUD-FECHA        PIC 9(08).
           05 WS-AUD-TIPO-MOV     PIC X(01).
           05 WS-AUD-CLASE        PIC X(01).
           05 WS-AUD-FECHA-EFEC   PIC 9(08).
           05 WS-AUD-IMAGEN       PIC X(92).
           05 WS-AUD-OPERADOR     PIC X(08).
           05 WS-AUD-APROBADOR    PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.

      * REGISTRO DE RECHAZOS: MOTIVO + IMAGEN DEL MOVIMIENTO.
      * MOTIVOS: DUP = ALTA CON LEGAJO YA EXISTENTE,
      *          NOF = MODIFICACION/BAJA CON LEGAJO INEXISTENTE,
      *          TIP = TIPO DE MOVIMIENTO INVALIDO,
      *          OPE = MOVIMIENTO SIN OPERADOR,
      *          APR = RETENIDO RECHAZADO POR EL APROBADOR,
      *          EGR = BAJA DE UN LEGAJO YA EGRESADO,
      *          PRE = RETENIDO POR PRESUPUESTO RECHAZADO POR
      *                FINANZAS.

       01  WS-REG-RECHAZO.
           05 WS-RCH-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RCH-IMAGEN       PIC X(117).
           05 FILLER              PIC X(02)    VALUE ' '.

      * CONTROL DE PAGINACION Y ESCRITURA DEL REPORTE DE
      * CONTROL DE POSICIONES.

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
           03 FILLER              PIC X(41)    VALUE ' '.
           03 WS-TIT-1            PIC X(38)
               VALUE "CONTROL DE POSICIONES POR DEPARTAMENTO".
           03 FILLER              PIC X(41)    VALUE ' '.

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

      * SECCION 1: POSICIONES PRESUPUESTADAS, OCUPADAS, VACANTES
      * Y EXCEDIDAS, MASA SALARIAL PRESUPUESTADA Y OCUPADA Y
      * RETENIDOS POR PRESUPUESTO DE CADA DEPTO.

       01  WS-SUBT-DEPTOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE "DESCRIPCION".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "PRESUP".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "OCUPAD".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "VACANT".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "EXCESO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "   MASA PRESUP".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "  MASA OCUPADA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "RETEN.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE " IMP. RETENIDO".
           05 FILLER              PIC X(03)    VALUE ' '.

       01  WS-DETALLE-DEPTO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-CODIGO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-PRES-DOT     PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-OCUPADOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-VACANTES     PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-EXCESO       PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-PRES-SAL     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-MASA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-RET-CANT     PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DDP-RET-IMP      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUE ' '.

      * VACANTES Y EXCESO DEL DEPTO EN CURSO Y TOTALES DE LA
      * SECCION.

       01  WS-VACANTES            PIC 9(05)    VALUE 0.
       01  WS-EXCESO              PIC 9(05)    VALUE 0.

       01  WS-TOTALES-DEPTOS.
           05 WS-TOT-PRES-DOT     PIC 9(07)    VALUE 0.
           05 WS-TOT-OCUPADOS     PIC 9(07)    VALUE 0.
           05 WS-TOT-VACANTES     PIC 9(07)    VALUE 0.
           05 WS-TOT-EXCESO       PIC 9(07)    VALUE 0.
           05 WS-TOT-PRES-SAL     PIC 9(11)V99 VALUE 0.
           05 WS-TOT-MASA         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-RET-CANT     PIC 9(07)    VALUE 0.
           05 WS-TOT-RET-IMP      PIC 9(11)V99 VALUE 0.

      * SECCION 2: DETALLE DE LA COLA DE RETENIDOS POR
      * PRESUPUESTO AL CIERRE DE LA CORRIDA.

       01  WS-SUBT-RET-PRESUP.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "T".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "APELLIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "RETENIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "SECUE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "MOT".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "F.DOT.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE " FALTANTE MASA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     SALARIO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(14)    VALUE ' '.

       01  WS-DETALLE-RET-PRESUP.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-LEGAJO       PIC X(06).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-TIPO         PIC X(01).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-APELLIDO     PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-FECHA.
              10 WS-DRP-DD        PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DRP-MM        PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DRP-AAAA      PIC 9(04).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-SECUENCIA    PIC 9(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-FALTA-DOT    PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-FALTA-SAL    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DRP-OPERADOR     PIC X(08).
           05 FILLER              PIC X(14)    VALUE ' '.

      * SECCION 3: AUTORIZACIONES DE FINANZAS LEIDAS EN LA
      * CORRIDA CON SU RESULTADO.

       01  WS-SUBT-AUTOR.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "RETENIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "SECUE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "D".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "AUTORIZ.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(21)    VALUE "RESULTADO".
           05 FILLER              PIC X(63)    VALUE ' '.

       01  WS-DETALLE-AUTOR.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAU-FECHA.
              10 WS-DAU-DD        PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DAU-MM        PIC 9(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-DAU-AAAA      PIC 9(04).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAU-SECUENCIA    PIC 9(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAU-LEGAJO       PIC X(06).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAU-DECISION     PIC X(01).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAU-AUTORIZANTE  PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAU-RESULTADO    PIC X(21).
           05 FILLER              PIC X(63)    VALUE ' '.

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
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
           MOVE WS-ACTUAL-DATE         TO WS-FECHA-PROCESO

           PERFORM 015-LEE-PARAMETROS     THRU 015-FIN
           PERFORM 016-CARGA-APROBADORES  THRU 016-FIN
           PERFORM 018-CARGA-APROBACIONES THRU 018-FIN
           PERFORM 028-CARGA-AUTORIZACIONES THRU 028-FIN

      * PRIMERO SE RESUELVEN LOS RETENIDOS POR PRESUPUESTO CON
      * LAS AUTORIZACIONES DE FINANZAS (LOS LIBERADOS OCUPAN SU
      * POSICION ANTES QUE LOS MOVIMIENTOS NUEVOS), DESPUES SE
      * REEXAMINAN LOS PENDIENTES DE CORRIDAS ANTERIORES, SE
      * RESUELVEN LOS RETENIDOS CON LAS DECISIONES DE LOS
      * APROBADORES Y AL FINAL EL ARCHIVO DIARIO.

           PERFORM 041-LEE-RET-PRESUP THRU 041-FIN
           PERFORM 043-PROCESA-RET-PRESUP THRU 043-FIN
                   UNTIL SW-FIN-PRES EQUAL "FIN"

           PERFORM 035-LEE-PENDIENTE THRU 035-FIN
           PERFORM 045-PROCESA-PENDIENTE THRU 045-FIN
                   UNTIL SW-FIN-PEND EQUAL "FIN"

           PERFORM 042-LEE-RETENIDO THRU 042-FIN
           PERFORM 044-PROCESA-RETENIDO THRU 044-FIN
                   UNTIL SW-FIN-RET EQUAL "FIN"

           PERFORM 040-LEE-MOVIMIENTO THRU 040-FIN
           PERFORM 050-APLICA-MOVIMIENTO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"

           GOBACK.

      * UMBRALES DEL DOBLE CONTROL. SIN TARJETA (O CON UN VALOR
      * NO NUMERICO O CERO) RIGEN LOS DEFAULTS.

       015-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 IF PARM-MNT-PCT-SALARIO IS NUMERIC
                    AND PARM-MNT-PCT-SALARIO > 0
                    MOVE PARM-MNT-PCT-SALARIO TO WS-UMBRAL-PCT
                 END-IF
                 IF PARM-MNT-TOPE-ALTA IS NUMERIC
                    AND PARM-MNT-TOPE-ALTA > 0
                    MOVE PARM-MNT-TOPE-ALTA   TO WS-TOPE-ALTA
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

      * NOMINA DE APROBADORES AUTORIZADOS. SIN NOMINA NINGUNA
      * APROBACION ES VALIDA Y LOS RETENIDOS SIGUEN RETENIDOS.

       016-CARGA-APROBADORES.
           OPEN INPUT APROBADORES

           IF NOT 88-FS-APROBADORES-YES
              MOVE "016-CARGA-APROBADORES - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-APROBADORES                 TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              GO TO 016-FIN
           END-IF

           MOVE SPACES TO SW-FIN-TABLA
           PERFORM 017-LEE-APROBADOR THRU 017-FIN
                   UNTIL SW-FIN-TABLA EQUAL "FIN"

           CLOSE APROBADORES.

       016-FIN.  EXIT.

       017-LEE-APROBADOR.
           READ APROBADORES
               AT END
                   MOVE "FIN" TO SW-FIN-TABLA
           END-READ
           IF NOT 88-FS-APROBADORES-YES AND NOT 88-FS-APROBADORES-EOF
              MOVE "017-LEE-APROBADOR" TO WS-ERR-PARRAFO
              MOVE FS-APROBADORES      TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF SW-FIN-TABLA EQUAL "FIN" OR OPA-OPERADOR = SPACES
              GO TO 017-FIN
           END-IF

           IF WS-CANT-OPA < 100
              ADD 1 TO WS-CANT-OPA
              SET WS-IDX-OPA TO WS-CANT-OPA
              MOVE OPA-OPERADOR TO WS-OPA-OPERADOR (WS-IDX-OPA)
           ELSE
              MOVE "017-LEE-APROBADOR - TABLA LLENA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       017-FIN.  EXIT.

      * DECISIONES SOBRE LOS RETENIDOS. EL ARCHIVO PUEDE NO
      * EXISTIR (NO HAY DECISIONES EN ESTA CORRIDA).

       018-CARGA-APROBACIONES.
           OPEN INPUT APROBACIONES

           IF NOT 88-FS-APROBACIONES-YES
              MOVE "018-CARGA-APROBACIONES - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-APROBACIONES                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-TABLA
           PERFORM 019-LEE-APROBACION THRU 019-FIN
                   UNTIL SW-FIN-TABLA EQUAL "FIN"

           CLOSE APROBACIONES.

       018-FIN.  EXIT.

       019-LEE-APROBACION.
           READ APROBACIONES
               AT END
                   MOVE "FIN" TO SW-FIN-TABLA
           END-READ
           IF NOT 88-FS-APROBACIONES-YES AND NOT 88-FS-APROBACIONES-EOF
              MOVE "019-LEE-APROBACION" TO WS-ERR-PARRAFO
              MOVE FS-APROBACIONES      TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF SW-FIN-TABLA EQUAL "FIN"
              GO TO 019-FIN
           END-IF

           IF WS-CANT-APROB < 500
              ADD 1 TO WS-CANT-APROB
              SET WS-IDX-APR TO WS-CANT-APROB
              MOVE APR-FECHA-RET  TO WS-TAP-FECHA-RET (WS-IDX-APR)
              MOVE APR-SECUENCIA  TO WS-TAP-SECUENCIA (WS-IDX-APR)
              MOVE APR-LEGAJO     TO WS-TAP-LEGAJO    (WS-IDX-APR)
              MOVE APR-DECISION   TO WS-TAP-DECISION  (WS-IDX-APR)
              MOVE APR-APROBADOR  TO WS-TAP-APROBADOR (WS-IDX-APR)
              MOVE 'N'            TO WS-TAP-USADA     (WS-IDX-APR)
           ELSE
              MOVE "019-LEE-APROBACION - TABLA LLENA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       019-FIN.  EXIT.

      * PRESUPUESTOS DEL MAESTRO DE DEPARTAMENTOS. SI EL
      * MAESTRO NO EXISTE O ESTA VACIO SE DEJA AVISO Y EL
      * CONTROL DE POSICIONES QUEDA APAGADO.

       020-CARGA-DEPTOS.
           OPEN INPUT DEPTOS

           IF NOT 88-FS-DEPTOS-YES
              MOVE "020-CARGA-DEPTOS - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-DEPTOS                 TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              ADD 1 TO WS-AVISOS-PRES
              GO TO 020-FIN
           END-IF

           MOVE SPACES TO SW-FIN-DEP
           PERFORM 021-LEE-DEPTO THRU 021-FIN
           PERFORM 022-GUARDA-DEPTO THRU 022-FIN
                   UNTIL SW-FIN-DEP EQUAL "FIN"

           CLOSE DEPTOS

           IF WS-CANT-DEPTOS = 0
              MOVE "020-CARGA-DEPTOS - MAESTRO VACIO"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              ADD 1 TO WS-AVISOS-PRES
           ELSE
              SET 88-CONTROL-PRESUP-ACTIVO TO TRUE
           END-IF.

       020-FIN.  EXIT.

       021-LEE-DEPTO.
           READ DEPTOS
               AT END
                   MOVE "FIN" TO SW-FIN-DEP
           END-READ
           IF NOT 88-FS-DEPTOS-YES AND NOT 88-FS-DEPTOS-EOF
              MOVE "021-LEE-DEPTO" TO WS-ERR-PARRAFO
              MOVE FS-DEPTOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       021-FIN.  EXIT.

       022-GUARDA-DEPTO.
           IF WS-CANT-DEPTOS < 200
              ADD 1 TO WS-CANT-DEPTOS
              SET WS-IDX-DEP TO WS-CANT-DEPTOS
              MOVE DEP-CODIGO      TO WS-TDP-CODIGO      (WS-IDX-DEP)
              MOVE DEP-DESCRIPCION TO WS-TDP-DESCRIPCION (WS-IDX-DEP)
              IF DEP-PRES-DOTACION IS NUMERIC
                 MOVE DEP-PRES-DOTACION
                                   TO WS-TDP-PRES-DOTACION (WS-IDX-DEP)
              ELSE
                 MOVE 0            TO WS-TDP-PRES-DOTACION (WS-IDX-DEP)
              END-IF
              IF DEP-PRES-SALARIO IS NUMERIC
                 MOVE DEP-PRES-SALARIO
                                   TO WS-TDP-PRES-SALARIO (WS-IDX-DEP)
              ELSE
                 MOVE 0            TO WS-TDP-PRES-SALARIO (WS-IDX-DEP)
              END-IF
              MOVE 0 TO WS-TDP-OCUPADOS    (WS-IDX-DEP)
              MOVE 0 TO WS-TDP-MASA        (WS-IDX-DEP)
              MOVE 0 TO WS-TDP-RET-CANT    (WS-IDX-DEP)
              MOVE 0 TO WS-TDP-RET-IMPORTE (WS-IDX-DEP)
           ELSE
              MOVE "022-GUARDA-DEPTO - TABLA LLENA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF

           PERFORM 021-LEE-DEPTO THRU 021-FIN.

       022-FIN.  EXIT.

       023-COMPARA-DEPTO.
           IF WS-TDP-CODIGO (WS-IDX-DEP) = WS-DEPTO-BUSCA
              SET 88-DEPTO-HALLADO TO TRUE
           END-IF.

       023-FIN.  EXIT.

      * POSICIONES OCUPADAS: LOS LEGAJOS ACTIVOS (STATUS 1) DEL
      * MAESTRO, CON SU SALARIO, SUMADOS A SU DEPTO.

       024-CUENTA-OCUPADOS.
           OPEN INPUT MAESTRO-SEC

           IF NOT 88-FS-MAESTRO-SEC-YES
              MOVE "024-CUENTA-OCUPADOS - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO-SEC               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-MST
           PERFORM 025-LEE-MAESTRO-SEC THRU 025-FIN
           PERFORM 026-SUMA-OCUPADO THRU 026-FIN
                   UNTIL SW-FIN-MST EQUAL "FIN"

           CLOSE MAESTRO-SEC.

       024-FIN.  EXIT.

       025-LEE-MAESTRO-SEC.
           READ MAESTRO-SEC
               AT END
                   MOVE "FIN" TO SW-FIN-MST
           END-READ
           IF NOT 88-FS-MAESTRO-SEC-YES
              AND NOT 88-FS-MAESTRO-SEC-EOF
              MOVE "025-LEE-MAESTRO-SEC" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO-SEC        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       025-FIN.  EXIT.

       026-SUMA-OCUPADO.
           IF MSQ-STATUS-EMP = 1
              MOVE MSQ-DEPTO-EMP   TO WS-DEPTO-BUSCA
              MOVE MSQ-SALARIO-EMP TO WS-OCU-SALARIO
              PERFORM 076-SUMA-OCUPACION THRU 076-FIN
           END-IF

           PERFORM 025-LEE-MAESTRO-SEC THRU 025-FIN.

       026-FIN.  EXIT.

      * BUSCA WS-DEPTO-BUSCA EN LA TABLA DE DEPTOS. HALLADO,
      * WS-IDX-DEP QUEDA APUNTANDO AL DEPTO.

       027-BUSCA-DEPTO.
           MOVE 'N' TO WS-SW-DEPTO-HALLADO

           PERFORM 023-COMPARA-DEPTO THRU 023-FIN
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
                      OR 88-DEPTO-HALLADO

           IF 88-DEPTO-HALLADO
              SET WS-IDX-DEP DOWN BY 1
           END-IF.

       027-FIN.  EXIT.

      * AUTORIZACIONES DE FINANZAS SOBRE LOS RETENIDOS POR
      * PRESUPUESTO. EL ARCHIVO PUEDE NO EXISTIR (NO HAY
      * AUTORIZACIONES EN ESTA CORRIDA).

       028-CARGA-AUTORIZACIONES.
           OPEN INPUT AUTORIZACIONES

           IF NOT 88-FS-AUTORIZACIONES-YES
              MOVE "028-CARGA-AUTORIZACIONES - OPEN"
                                       TO WS-ERR-PARRAFO
              MOVE FS-AUTORIZACIONES   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-TABLA
           PERFORM 029-LEE-AUTORIZACION THRU 029-FIN
                   UNTIL SW-FIN-TABLA EQUAL "FIN"

           CLOSE AUTORIZACIONES.

       028-FIN.  EXIT.

       029-LEE-AUTORIZACION.
           READ AUTORIZACIONES
               AT END
                   MOVE "FIN" TO SW-FIN-TABLA
           END-READ
           IF NOT 88-FS-AUTORIZACIONES-YES
              AND NOT 88-FS-AUTORIZACIONES-EOF
              MOVE "029-LEE-AUTORIZACION" TO WS-ERR-PARRAFO
              MOVE FS-AUTORIZACIONES      TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF SW-FIN-TABLA EQUAL "FIN"
              GO TO 029-FIN
           END-IF

           IF WS-CANT-AUTOR < 500
              ADD 1 TO WS-CANT-AUTOR
              SET WS-IDX-AUT TO WS-CANT-AUTOR
              MOVE AUT-FECHA-RET   TO WS-TAU-FECHA-RET   (WS-IDX-AUT)
              MOVE AUT-SECUENCIA   TO WS-TAU-SECUENCIA   (WS-IDX-AUT)
              MOVE AUT-LEGAJO      TO WS-TAU-LEGAJO      (WS-IDX-AUT)
              MOVE AUT-DECISION    TO WS-TAU-DECISION    (WS-IDX-AUT)
              MOVE AUT-AUTORIZANTE TO WS-TAU-AUTORIZANTE (WS-IDX-AUT)
              MOVE 'N'             TO WS-TAU-USADA       (WS-IDX-AUT)
              MOVE SPACES          TO WS-TAU-RESULTADO   (WS-IDX-AUT)
           ELSE
              MOVE "029-LEE-AUTORIZACION - TABLA LLENA"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
           END-IF.

       029-FIN.  EXIT.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT ERRORES

           IF 88-FS-ERRORES-YES
              SET 88-OPEN-ERRORES-YES TO TRUE
           ELSE
              SET 88-OPEN-ERRORES-NO  TO TRUE
           END-IF

      * EL LOTE SE VALIDA ENTERO ANTES DE ABRIR EL RESTO Y DE
      * APLICAR NADA: PREPASADA DE CONTEO/HASH CONTRA EL
      * TRAILER Y CONTROL DE REAPLICACION CONTRA LOTEAPLI.TXT.

           OPEN INPUT  MOVIMIENTOS

           IF 88-FS-MOVIMIENTOS-YES
              SET 88-OPEN-MOVIMIENTOS-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - MOVIMIENTOS" TO WS-ERR-PARRAFO
              MOVE FS-MOVIMIENTOS                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 032-VALIDA-LOTE THRU 032-FIN

           IF 88-LOTE-VALIDO AND NOT 88-LOTE-VACIO
              PERFORM 034-VERIFICA-REAPLICACION THRU 034-FIN
           END-IF

           IF NOT 88-LOTE-VALIDO
              PERFORM 038-RECHAZA-LOTE THRU 038-FIN
           END-IF

      * PRESUPUESTOS POR DEPTO Y POSICIONES OCUPADAS, CONTADAS
      * SOBRE EL MAESTRO ANTES DE ABRIRLO PARA ACTUALIZAR.

           PERFORM 020-CARGA-DEPTOS THRU 020-FIN

           IF 88-CONTROL-PRESUP-ACTIVO
              PERFORM 024-CUENTA-OCUPADOS THRU 024-FIN
           END-IF

           OPEN INPUT  MOVIMIENTOS

           IF 88-FS-MOVIMIENTOS-YES
              SET 88-OPEN-MOVIMIENTOS-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - REAPERTURA" TO WS-ERR-PARRAFO
              MOVE FS-MOVIMIENTOS                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           OPEN INPUT  PENDIENTES
                I-O    MAESTRO
                EXTEND AUDITORIA
                OUTPUT RECHAZOS
                OUTPUT PEND-NUEVO
                INPUT  RETENIDOS
                OUTPUT RET-NUEVO
                INPUT  RET-PRESUP
                OUTPUT PRES-NUEVO

           IF 88-FS-PENDIENTES-YES
              SET 88-OPEN-PENDIENTES-YES TO TRUE
           END-IF
           IF 88-FS-RET-PRESUP-YES
              SET 88-OPEN-RET-PRESUP-YES TO TRUE
           END-IF
           IF 88-FS-PRES-NUEVO-YES
              SET 88-OPEN-PRES-NUEVO-YES TO TRUE
           END-IF
           IF 88-FS-RETENIDOS-YES
              SET 88-OPEN-RETENIDOS-YES TO TRUE
           END-IF
           IF 88-FS-RET-NUEVO-YES
              SET 88-OPEN-RET-NUEVO-YES TO TRUE
           END-IF
           IF 88-FS-PEND-NUEVO-YES
              SET 88-OPEN-PEND-NUEVO-YES TO TRUE
           END-IF
           IF 88-FS-MAESTRO-YES
              SET 88-OPEN-MAESTRO-YES TO TRUE
           END-IF
           IF 88-FS-AUDITORIA-YES
              SET 88-OPEN-AUDITORIA-YES TO TRUE
           END-IF
           IF 88-FS-RECHAZOS-YES
              SET 88-OPEN-RECHAZOS-YES TO TRUE
           END-IF

           IF NOT 88-OPEN-PENDIENTES-YES
              MOVE "030-ABRE-ARCHIVOS - PENDIENTES" TO WS-ERR-PARRAFO
              MOVE FS-PENDIENTES                  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF NOT 88-OPEN-PEND-NUEVO-YES
              MOVE "030-ABRE-ARCHIVOS - PEND-NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-PEND-NUEVO                  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF NOT 88-OPEN-RETENIDOS-YES
              MOVE "030-ABRE-ARCHIVOS - RETENIDOS" TO WS-ERR-PARRAFO
              MOVE FS-RETENIDOS                   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF NOT 88-OPEN-RET-NUEVO-YES
              MOVE "030-ABRE-ARCHIVOS - RET-NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-RET-NUEVO                   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF NOT 88-OPEN-RET-PRESUP-YES
              MOVE "030-ABRE-ARCHIVOS - RET-PRESUP" TO WS-ERR-PARRAFO
              MOVE FS-RET-PRESUP                   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF NOT 88-OPEN-PRES-NUEVO-YES
              MOVE "030-ABRE-ARCHIVOS - PRES-NUEVO" TO WS-ERR-PARRAFO
              MOVE FS-PRES-NUEVO                   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF NOT 88-OPEN-MAESTRO-YES
              MOVE "030-ABRE-ARCHIVOS - MAESTRO"  TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
              CLOSE ERRORES
           END-IF

           MOVE 8 TO RETURN-CODE
           GOBACK.

       038-FIN.  EXIT.

       035-LEE-PENDIENTE.
           READ PENDIENTES INTO WS-REG-MOVIMIENTO
               AT END
                   MOVE "FIN" TO SW-FIN-PEND
           END-READ
           IF NOT 88-FS-PENDIENTES-YES AND NOT 88-FS-PENDIENTES-EOF
              MOVE "035-LEE-PENDIENTE" TO WS-ERR-PARRAFO
              MOVE FS-PENDIENTES       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-PEND EQUAL "FIN"
              ADD 1 TO WS-PEND-LEIDOS
           END-IF.

       035-FIN.  EXIT.

       040-LEE-MOVIMIENTO.
           READ MOVIMIENTOS INTO WS-REG-MOVIMIENTO
               AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT 88-FS-MOVIMIENTOS-YES AND NOT 88-FS-MOVIMIENTOS-EOF
              MOVE "040-LEE-MOVIMIENTO" TO WS-ERR-PARRAFO
              MOVE FS-MOVIMIENTOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN EQUAL "FIN"
              ADD 1 TO WS-LEIDOS-MOV
           END-IF.

       040-FIN.  EXIT.

      * LEE LA COLA DE RETENIDOS Y REGISTRA LA ULTIMA SECUENCIA
      * USADA HOY, PARA QUE UNA SEGUNDA CORRIDA DEL DIA NO
      * REPITA CLAVES.

       042-LEE-RETENIDO.
           READ RETENIDOS INTO WS-REG-RETENIDO
               AT END
                   MOVE "FIN" TO SW-FIN-RET
           END-READ
           IF NOT 88-FS-RETENIDOS-YES AND NOT 88-FS-RETENIDOS-EOF
              MOVE "042-LEE-RETENIDO" TO WS-ERR-PARRAFO
              MOVE FS-RETENIDOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-RET EQUAL "FIN"
              ADD 1 TO WS-RET-LEIDOS
              IF WS-RET-FECHA = WS-FECHA-PROCESO
                 AND WS-RET-SECUENCIA > WS-ULT-SECUENCIA
                 MOVE WS-RET-SECUENCIA TO WS-ULT-SECUENCIA
              END-IF
           END-IF.

       042-FIN.  EXIT.

       044-PROCESA-RETENIDO.
           PERFORM 046-RESUELVE-RETENIDO THRU 046-FIN

           PERFORM 042-LEE-RETENIDO THRU 042-FIN.

       044-FIN.  EXIT.

       045-PROCESA-PENDIENTE.
           PERFORM 048-EVALUA-MOVIMIENTO THRU 048-FIN

           PERFORM 035-LEE-PENDIENTE THRU 035-FIN.

       045-FIN.  EXIT.

      * LEE LA COLA DE RETENIDOS POR PRESUPUESTO Y REGISTRA LA
      * ULTIMA SECUENCIA USADA HOY, COMO 042-LEE-RETENIDO.

       041-LEE-RET-PRESUP.
           READ RET-PRESUP INTO WS-REG-RET-PRESUP
               AT END
                   MOVE "FIN" TO SW-FIN-PRES
           END-READ
           IF NOT 88-FS-RET-PRESUP-YES AND NOT 88-FS-RET-PRESUP-EOF
              MOVE "041-LEE-RET-PRESUP" TO WS-ERR-PARRAFO
              MOVE FS-RET-PRESUP        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-PRES EQUAL "FIN"
              ADD 1 TO WS-RET-PRES-LEIDOS
              IF WS-RPR-FECHA = WS-FECHA-PROCESO
                 AND WS-RPR-SECUENCIA > WS-ULT-SEC-PRES
                 MOVE WS-RPR-SECUENCIA TO WS-ULT-SEC-PRES
              END-IF
           END-IF.

       041-FIN.  EXIT.

       043-PROCESA-RET-PRESUP.
           PERFORM 053-RESUELVE-RET-PRESUP THRU 053-FIN

           PERFORM 041-LEE-RET-PRESUP THRU 041-FIN.

       043-FIN.  EXIT.

      * BUSCA LA DECISION DEL RETENIDO POR FECHA DE RETENCION
      * + SECUENCIA. SIN DECISION SIGUE RETENIDO. UNA DECISION
      * QUE NO CONTROLA (LEGAJO DISTINTO, DECISION INVALIDA,
      * APROBADOR IGUAL AL OPERADOR O NO AUTORIZADO) SE AVISA Y
      * EL MOVIMIENTO SIGUE RETENIDO. EL APROBADO SE EVALUA
      * COMO CUALQUIER MOVIMIENTO (SE APLICA O SE DIFIERE POR
      * VIGENCIA) CON EL APROBADOR ANOTADO.

       046-RESUELVE-RETENIDO.
           MOVE WS-RET-MOVIMIENTO TO WS-REG-MOVIMIENTO
           MOVE 'N' TO WS-SW-DECISION

           PERFORM 047-BUSCA-DECISION THRU 047-FIN
                   VARYING WS-IDX-APR FROM 1 BY 1
                   UNTIL WS-IDX-APR > WS-CANT-APROB
                      OR 88-DECISION-HALLADA

           IF NOT 88-DECISION-HALLADA
              PERFORM 058-GRABA-RETENIDO THRU 058-FIN
              GO TO 046-FIN
           END-IF

           SET WS-IDX-APR DOWN BY 1
           SET 88-TAP-USADA (WS-IDX-APR) TO TRUE

           IF WS-TAP-LEGAJO (WS-IDX-APR) NOT = WS-MOV-LEGAJO-EMP
              MOVE " LEGAJO NO COINCIDE"  TO WS-AVISO-RETENIDO
              PERFORM 049-MANTIENE-RETENIDO THRU 049-FIN
              GO TO 046-FIN
           END-IF
           IF NOT 88-TAP-APRUEBA (WS-IDX-APR)
              AND NOT 88-TAP-RECHAZA (WS-IDX-APR)
              MOVE " DECISION INVALIDA"   TO WS-AVISO-RETENIDO
              PERFORM 049-MANTIENE-RETENIDO THRU 049-FIN
              GO TO 046-FIN
           END-IF

      * SEGREGACION DE FUNCIONES: QUIEN INGRESO EL MOVIMIENTO
      * NO PUEDE APROBARLO NI RECHAZARLO.
           IF WS-TAP-APROBADOR (WS-IDX-APR) = WS-MOV-OPERADOR
              MOVE " APROBADOR = OPERADOR" TO WS-AVISO-RETENIDO
              PERFORM 049-MANTIENE-RETENIDO THRU 049-FIN
              GO TO 046-FIN
           END-IF

           MOVE 'N' TO WS-SW-AUTORIZADO
           PERFORM 051-BUSCA-APROBADOR THRU 051-FIN
                   VARYING WS-IDX-OPA FROM 1 BY 1
                   UNTIL WS-IDX-OPA > WS-CANT-OPA
                      OR 88-APROBADOR-AUTORIZADO

           IF NOT 88-APROBADOR-AUTORIZADO
              MOVE " APROB. NO AUTORIZADO" TO WS-AVISO-RETENIDO
              PERFORM 049-MANTIENE-RETENIDO THRU 049-FIN
              GO TO 046-FIN
           END-IF

           MOVE WS-TAP-APROBADOR (WS-IDX-APR) TO WS-MOV-APROBADOR

           IF 88-TAP-RECHAZA (WS-IDX-APR)
              MOVE "APR" TO WS-RCH-MOTIVO
              PERFORM 090-RECHAZA THRU 090-FIN
           ELSE
              PERFORM 048-EVALUA-MOVIMIENTO THRU 048-FIN
           END-IF.

       046-FIN.  EXIT.

       047-BUSCA-DECISION.
           IF WS-TAP-FECHA-RET (WS-IDX-APR) = WS-RET-FECHA
              AND WS-TAP-SECUENCIA (WS-IDX-APR) = WS-RET-SECUENCIA
              SET 88-DECISION-HALLADA TO TRUE
           END-IF.

       047-FIN.  EXIT.

      * LA DECISION NO SE PUEDE TOMAR: AVISO CON EL LEGAJO Y
      * EL MOVIMIENTO VUELVE A LA COLA.

       049-MANTIENE-RETENIDO.
           MOVE SPACES TO WS-ERR-PARRAFO
           STRING "RETENIDO "        DELIMITED BY SIZE
                  WS-MOV-LEGAJO-EMP  DELIMITED BY SIZE
                  WS-AVISO-RETENIDO  DELIMITED BY SIZE
             INTO WS-ERR-PARRAFO
           END-STRING
           MOVE "  " TO WS-ERR-FS-STATUS
           PERFORM 910-AVISO-IO THRU 910-FIN
           ADD 1 TO WS-AVISOS-APROB

           PERFORM 058-GRABA-RETENIDO THRU 058-FIN.

       049-FIN.  EXIT.

       051-BUSCA-APROBADOR.
           IF WS-OPA-OPERADOR (WS-IDX-OPA) =
              WS-TAP-APROBADOR (WS-IDX-APR)
              SET 88-APROBADOR-AUTORIZADO TO TRUE
           END-IF.

       051-FIN.  EXIT.

      * BUSCA LA AUTORIZACION DE FINANZAS DEL RETENIDO POR
      * PRESUPUESTO POR FECHA DE RETENCION + SECUENCIA. SIN
      * AUTORIZACION SIGUE RETENIDO. UNA AUTORIZACION QUE NO
      * CONTROLA (LEGAJO DISTINTO, DECISION INVALIDA,
      * AUTORIZANTE EN BLANCO O IGUAL AL OPERADOR) SE AVISA Y
      * EL MOVIMIENTO SIGUE RETENIDO. EL LIBERADO SE EVALUA
      * COMO CUALQUIER MOVIMIENTO PERO SIN VOLVER A CONTROLAR
      * EL PRESUPUESTO.

       053-RESUELVE-RET-PRESUP.
           MOVE WS-RPR-MOVIMIENTO TO WS-REG-MOVIMIENTO
           MOVE 'N' TO WS-SW-AUTORIZACION

           PERFORM 056-BUSCA-AUTORIZACION THRU 056-FIN
                   VARYING WS-IDX-AUT FROM 1 BY 1
                   UNTIL WS-IDX-AUT > WS-CANT-AUTOR
                      OR 88-AUTORIZACION-HALLADA

           IF NOT 88-AUTORIZACION-HALLADA
              PERFORM 066-GRABA-RET-PRESUP THRU 066-FIN
              GO TO 053-FIN
           END-IF

           SET WS-IDX-AUT DOWN BY 1
           SET 88-TAU-USADA (WS-IDX-AUT) TO TRUE

           IF WS-TAU-LEGAJO (WS-IDX-AUT) NOT = WS-MOV-LEGAJO-EMP
              MOVE " LEGAJO NO COINCIDE"  TO WS-AVISO-RETENIDO
              PERFORM 059-MANTIENE-RET-PRESUP THRU 059-FIN
              GO TO 053-FIN
           END-IF
           IF NOT 88-TAU-LIBERA (WS-IDX-AUT)
              AND NOT 88-TAU-RECHAZA (WS-IDX-AUT)
              MOVE " DECISION INVALIDA"   TO WS-AVISO-RETENIDO
              PERFORM 059-MANTIENE-RET-PRESUP THRU 059-FIN
              GO TO 053-FIN
           END-IF
           IF WS-TAU-AUTORIZANTE (WS-IDX-AUT) = SPACES
              MOVE " SIN AUTORIZANTE"     TO WS-AVISO-RETENIDO
              PERFORM 059-MANTIENE-RET-PRESUP THRU 059-FIN
              GO TO 053-FIN
           END-IF

      * SEGREGACION DE FUNCIONES: QUIEN INGRESO EL MOVIMIENTO
      * NO PUEDE LIBERARLO NI RECHAZARLO.
           IF WS-TAU-AUTORIZANTE (WS-IDX-AUT) = WS-MOV-OPERADOR
              MOVE " AUTORIZANTE=OPERADOR" TO WS-AVISO-RETENIDO
              PERFORM 059-MANTIENE-RET-PRESUP THRU 059-FIN
              GO TO 053-FIN
           END-IF

           IF 88-TAU-RECHAZA (WS-IDX-AUT)
              MOVE "RECHAZADO"  TO WS-TAU-RESULTADO (WS-IDX-AUT)
              ADD 1 TO WS-RECHAZADOS-PRES
              MOVE "PRE" TO WS-RCH-MOTIVO
              PERFORM 090-RECHAZA THRU 090-FIN
           ELSE
              MOVE "LIBERADO"   TO WS-TAU-RESULTADO (WS-IDX-AUT)
              ADD 1 TO WS-LIBERADOS-PRES
              SET 88-MOV-LIBERADO TO TRUE
              PERFORM 048-EVALUA-MOVIMIENTO THRU 048-FIN
              MOVE 'N' TO WS-SW-LIBERADO
           END-IF.

       053-FIN.  EXIT.

       056-BUSCA-AUTORIZACION.
           IF WS-TAU-FECHA-RET (WS-IDX-AUT) = WS-RPR-FECHA
              AND WS-TAU-SECUENCIA (WS-IDX-AUT) = WS-RPR-SECUENCIA
              SET 88-AUTORIZACION-HALLADA TO TRUE
           END-IF.

       056-FIN.  EXIT.

      * LA AUTORIZACION NO SE PUEDE TOMAR: AVISO CON EL LEGAJO,
      * EL RESULTADO QUEDA PARA EL REPORTE Y EL MOVIMIENTO
      * VUELVE A LA COLA.

       059-MANTIENE-RET-PRESUP.
           MOVE SPACES TO WS-ERR-PARRAFO
           STRING "PRESUP. "         DELIMITED BY SIZE
                  WS-MOV-LEGAJO-EMP  DELIMITED BY SIZE
                  WS-AVISO-RETENIDO  DELIMITED BY SIZE
             INTO WS-ERR-PARRAFO
           END-STRING
           MOVE "  " TO WS-ERR-FS-STATUS
           PERFORM 910-AVISO-IO THRU 910-FIN
           ADD 1 TO WS-AVISOS-PRES

           MOVE WS-AVISO-RETENIDO (2:21)
                               TO WS-TAU-RESULTADO (WS-IDX-AUT)

           PERFORM 066-GRABA-RET-PRESUP THRU 066-FIN.

       059-FIN.  EXIT.

      * NORMALIZA LA FECHA DE VIGENCIA (NO NUMERICA O CERO =
      * FECHA DE LA CORRIDA) Y APLICA O DIFIERE EL MOVIMIENTO.

       048-EVALUA-MOVIMIENTO.
      * LOS REGISTROS DE CONTROL DEL LOTE YA SE VALIDARON EN
      * LA PREPASADA Y NO SE APLICAN.
           IF 88-MOV-CABECERA OR 88-MOV-TRAILER
              GO TO 048-FIN
           END-IF

           IF WS-MOV-FECHA-EFEC IS NOT NUMERIC
              OR WS-MOV-FECHA-EFEC-N = 0
              MOVE WS-FECHA-PROCESO   TO WS-FECHA-EFEC-APL
           ELSE
              MOVE WS-MOV-FECHA-EFEC-N TO WS-FECHA-EFEC-APL
           END-IF

           IF WS-FECHA-EFEC-APL > WS-FECHA-PROCESO
              PERFORM 055-DIFIERE-MOVIMIENTO THRU 055-FIN
              GO TO 048-FIN
           END-IF

      * CONTROL DE POSICIONES: EL MOVIMIENTO QUE EXCEDE EL
      * PRESUPUESTO DEL DEPTO DE DESTINO QUEDA RETENIDO.
           PERFORM 062-CONTROLA-PRESUPUESTO THRU 062-FIN

           IF 88-RETENIDO-PRESUP
              GO TO 048-FIN
           END-IF

           IF 88-MOV-ALTA
              PERFORM 060-APLICA-ALTA   THRU 060-FIN
           ELSE
              IF 88-MOV-BAJA
                 PERFORM 070-APLICA-BAJA  THRU 070-FIN
              ELSE
                 IF 88-MOV-MODIF
                    PERFORM 080-APLICA-MODIF THRU 080-FIN
                 ELSE
                    MOVE "TIP" TO WS-RCH-MOTIVO
                    PERFORM 090-RECHAZA THRU 090-FIN
                 END-IF
              END-IF
           END-IF.

       048-FIN.  EXIT.

      * LOS MOVIMIENTOS DEL ARCHIVO DIARIO PASAN PRIMERO POR EL
      * DOBLE CONTROL: SOLO SE EVALUAN LOS QUE NO SE RECHAZAN
      * NI SE RETIENEN.

       050-APLICA-MOVIMIENTO.
           PERFORM 052-CONTROLA-MOVIMIENTO THRU 052-FIN

           IF 88-MOV-A-APLICAR
              PERFORM 048-EVALUA-MOVIMIENTO THRU 048-FIN
           END-IF

           PERFORM 040-LEE-MOVIMIENTO THRU 040-FIN.

       050-FIN.  EXIT.

      * OPERADOR OBLIGATORIO Y RETENCION DE LOS MOVIMIENTOS
      * SENSIBLES. EL APROBADOR NUNCA VIENE DEL ARCHIVO DIARIO:
      * SOLO LO ANOTA ESTE PROGRAMA AL RESOLVER UN RETENIDO.

       052-CONTROLA-MOVIMIENTO.
           SET 88-MOV-A-APLICAR TO TRUE

           IF 88-MOV-CABECERA OR 88-MOV-TRAILER
              GO TO 052-FIN
           END-IF

           MOVE SPACES TO WS-MOV-APROBADOR

           IF WS-MOV-OPERADOR = SPACES
              MOVE 'N'   TO WS-SW-A-APLICAR
              MOVE "OPE" TO WS-RCH-MOTIVO
              PERFORM 090-RECHAZA THRU 090-FIN
              GO TO 052-FIN
           END-IF

           IF 88-MOV-BAJA
              MOVE "BAJ" TO WS-RET-MOTIVO
              PERFORM 057-RETIENE-MOVIMIENTO THRU 057-FIN
              GO TO 052-FIN
           END-IF

           IF 88-MOV-ALTA
              IF WS-MOV-SALARIO-EMP IS NOT NUMERIC
                 OR WS-MOV-SALARIO-EMP > WS-TOPE-ALTA
                 MOVE "ALT" TO WS-RET-MOTIVO
                 PERFORM 057-RETIENE-MOVIMIENTO THRU 057-FIN
              END-IF
              GO TO 052-FIN
           END-IF

           IF 88-MOV-MODIF
              PERFORM 054-CALCULA-CAMBIO THRU 054-FIN
              IF WS-MOV-STATUS-EMP = 0
                 AND 88-FS-MAESTRO-YES
                 AND MST-STATUS-EMP = 1
                 MOVE "BAJ" TO WS-RET-MOTIVO
                 PERFORM 057-RETIENE-MOVIMIENTO THRU 057-FIN
                 GO TO 052-FIN
              END-IF
              IF WS-PCT-CAMBIO > WS-UMBRAL-PCT
                 MOVE "SAL" TO WS-RET-MOTIVO
                 PERFORM 057-RETIENE-MOVIMIENTO THRU 057-FIN
              END-IF
           END-IF.

       052-FIN.  EXIT.

      * PORCENTAJE DE CAMBIO DEL SALARIO CONTRA EL MAESTRO, EN
      * VALOR ABSOLUTO. UN SALARIO NO NUMERICO O UN SALARIO
      * ANTERIOR EN CERO CUENTAN COMO CAMBIO MAXIMO. UN LEGAJO
      * INEXISTENTE NO SE RETIENE: LO RECHAZA 080-APLICA-MODIF.

       054-CALCULA-CAMBIO.
           MOVE 0 TO WS-PCT-CAMBIO

           MOVE WS-MOV-LEGAJO-EMP TO MST-LEGAJO-EMP
           READ MAESTRO

           IF NOT 88-FS-MAESTRO-YES
              IF 88-FS-MAESTRO-NOF
                 GO TO 054-FIN
              END-IF
              MOVE "054-CALCULA-CAMBIO - MAESTRO" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF WS-MOV-SALARIO-EMP IS NOT NUMERIC
              MOVE 99999.99 TO WS-PCT-CAMBIO
              GO TO 054-FIN
           END-IF
           IF WS-MOV-SALARIO-EMP = MST-SALARIO-EMP
              GO TO 054-FIN
           END-IF
           IF MST-SALARIO-EMP = 0
              MOVE 99999.99 TO WS-PCT-CAMBIO
              GO TO 054-FIN
           END-IF

           IF WS-MOV-SALARIO-EMP > MST-SALARIO-EMP
              COMPUTE WS-DIF-SALARIO =
                      WS-MOV-SALARIO-EMP - MST-SALARIO-EMP
           ELSE
              COMPUTE WS-DIF-SALARIO =
                      MST-SALARIO-EMP - WS-MOV-SALARIO-EMP
           END-IF

           COMPUTE WS-PCT-CAMBIO ROUNDED =
                   WS-DIF-SALARIO * 100 / MST-SALARIO-EMP
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-PCT-CAMBIO
           END-COMPUTE.

       054-FIN.  EXIT.

      * EL MOVIMIENTO TODAVIA NO MADURO: QUEDA EN EL ARCHIVO
      * DE PENDIENTES PARA LA PROXIMA CORRIDA.

       055-DIFIERE-MOVIMIENTO.
           WRITE REG-PEND-NUEVO FROM WS-REG-MOVIMIENTO

           IF NOT 88-FS-PEND-NUEVO-YES
              MOVE "055-DIFIERE-MOVIMIENTO" TO WS-ERR-PARRAFO
              MOVE FS-PEND-NUEVO            TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-DIFERIDOS-MOV.

       055-FIN.  EXIT.

      * EL MOVIMIENTO SENSIBLE ENTRA A LA COLA CON LA FECHA DE
      * LA CORRIDA Y LA SIGUIENTE SECUENCIA DEL DIA.

       057-RETIENE-MOVIMIENTO.
           ADD 1 TO WS-ULT-SECUENCIA
           MOVE WS-FECHA-PROCESO  TO WS-RET-FECHA
           MOVE WS-ULT-SECUENCIA  TO WS-RET-SECUENCIA
           MOVE WS-REG-MOVIMIENTO TO WS-RET-MOVIMIENTO

           PERFORM 058-GRABA-RETENIDO THRU 058-FIN

           MOVE 'N' TO WS-SW-A-APLICAR
           ADD 1 TO WS-RETENIDOS-MOV.

       057-FIN.  EXIT.

       058-GRABA-RETENIDO.
           WRITE REG-RET-NUEVO FROM WS-REG-RETENIDO

           IF NOT 88-FS-RET-NUEVO-YES
              MOVE "058-GRABA-RETENIDO" TO WS-ERR-PARRAFO
              MOVE FS-RET-NUEVO         TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       058-FIN.  EXIT.

      * CONTROL DE POSICIONES DEL MOVIMIENTO QUE SE VA A
      * APLICAR. SE CONTROLAN LAS ALTAS ACTIVAS Y LAS
      * MODIFICACIONES QUE DEJAN ACTIVO AL LEGAJO, SALVO QUE
      * YA ESTE ACTIVO EN ESE MISMO DEPTO EN EL MAESTRO (EL
      * REINGRESO DE UN EGRESADO, AUNQUE VUELVA A SU DEPTO,
      * OCUPA UNA POSICION Y SE CONTROLA): EL DEPTO DE
      * DESTINO, CON EL MOVIMIENTO, NO PUEDE PASAR SU DOTACION
      * NI SU MASA SALARIAL PRESUPUESTADAS. UN DEPTO SIN ALTA
      * EN EL MAESTRO DE DEPTOS NO TIENE POSICIONES. NO SE
      * CONTROLA EL LIBERADO POR FINANZAS NI, CON EL CONTROL
      * APAGADO, NINGUN MOVIMIENTO. NO SE RETIENE LO QUE SE VA
      * A RECHAZAR DE TODOS MODOS: EL ALTA DE UN LEGAJO QUE YA
      * ESTA EN EL MAESTRO LA RECHAZA 060-APLICA-ALTA (DUP) Y
      * LA MODIFICACION DE UN LEGAJO INEXISTENTE LA RECHAZA
      * 080-APLICA-MODIF.

       062-CONTROLA-PRESUPUESTO.
           MOVE 'N' TO WS-SW-RET-PRESUP

           IF 88-MOV-LIBERADO OR NOT 88-CONTROL-PRESUP-ACTIVO
              GO TO 062-FIN
           END-IF
           IF NOT 88-MOV-ALTA AND NOT 88-MOV-MODIF
              GO TO 062-FIN
           END-IF
           IF WS-MOV-STATUS-EMP NOT = 1
              GO TO 062-FIN
           END-IF

           MOVE WS-MOV-LEGAJO-EMP TO MST-LEGAJO-EMP
           READ MAESTRO
           IF NOT 88-FS-MAESTRO-YES AND NOT 88-FS-MAESTRO-NOF
              MOVE "062-CONTROLA-PRESUP - MAESTRO" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO                      TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-MOV-ALTA AND 88-FS-MAESTRO-YES
              GO TO 062-FIN
           END-IF
           IF 88-MOV-MODIF
              IF 88-FS-MAESTRO-NOF
                 GO TO 062-FIN
              END-IF
              IF MST-DEPTO-EMP = WS-MOV-DEPTO-EMP
                 AND MST-STATUS-EMP = 1
                 GO TO 062-FIN
              END-IF
           END-IF

           IF WS-MOV-SALARIO-EMP IS NUMERIC
              MOVE WS-MOV-SALARIO-EMP TO WS-OCU-SALARIO
           ELSE
              MOVE 0                  TO WS-OCU-SALARIO
           END-IF
           MOVE 0 TO WS-RPR-FALTA-DOT
           MOVE 0 TO WS-RPR-FALTA-SAL

           MOVE WS-MOV-DEPTO-EMP TO WS-DEPTO-BUSCA
           PERFORM 027-BUSCA-DEPTO THRU 027-FIN

           IF NOT 88-DEPTO-HALLADO
              MOVE "DPC"          TO WS-RPR-MOTIVO
              MOVE 1              TO WS-RPR-FALTA-DOT
              MOVE WS-OCU-SALARIO TO WS-RPR-FALTA-SAL
              PERFORM 064-RETIENE-PRESUPUESTO THRU 064-FIN
              GO TO 062-FIN
           END-IF

           COMPUTE WS-NUEVA-DOTACION =
                   WS-TDP-OCUPADOS (WS-IDX-DEP) + 1
           COMPUTE WS-NUEVA-MASA =
                   WS-TDP-MASA (WS-IDX-DEP) + WS-OCU-SALARIO

           IF WS-NUEVA-DOTACION > WS-TDP-PRES-DOTACION (WS-IDX-DEP)
              COMPUTE WS-RPR-FALTA-DOT =
                      WS-NUEVA-DOTACION
                      - WS-TDP-PRES-DOTACION (WS-IDX-DEP)
           END-IF
           IF WS-NUEVA-MASA > WS-TDP-PRES-SALARIO (WS-IDX-DEP)
              COMPUTE WS-RPR-FALTA-SAL =
                      WS-NUEVA-MASA
                      - WS-TDP-PRES-SALARIO (WS-IDX-DEP)
                  ON SIZE ERROR
                      MOVE 999999999.99 TO WS-RPR-FALTA-SAL
              END-COMPUTE
           END-IF

           IF WS-RPR-FALTA-DOT = 0 AND WS-RPR-FALTA-SAL = 0
              GO TO 062-FIN
           END-IF

           IF WS-RPR-FALTA-DOT > 0 AND WS-RPR-FALTA-SAL > 0
              MOVE "AMB" TO WS-RPR-MOTIVO
           ELSE
              IF WS-RPR-FALTA-DOT > 0
                 MOVE "DOT" TO WS-RPR-MOTIVO
              ELSE
                 MOVE "SAL" TO WS-RPR-MOTIVO
              END-IF
           END-IF

           PERFORM 064-RETIENE-PRESUPUESTO THRU 064-FIN.

       062-FIN.  EXIT.

      * EL MOVIMIENTO ENTRA A LA COLA DE RETENIDOS POR
      * PRESUPUESTO CON LA FECHA DE LA CORRIDA, LA SIGUIENTE
      * SECUENCIA DEL DIA Y EL FALTANTE CALCULADO.

       064-RETIENE-PRESUPUESTO.
           ADD 1 TO WS-ULT-SEC-PRES
           MOVE WS-FECHA-PROCESO  TO WS-RPR-FECHA
           MOVE WS-ULT-SEC-PRES   TO WS-RPR-SECUENCIA
           MOVE WS-REG-MOVIMIENTO TO WS-RPR-MOVIMIENTO

           PERFORM 066-GRABA-RET-PRESUP THRU 066-FIN

           SET 88-RETENIDO-PRESUP TO TRUE
           ADD 1 TO WS-RETENIDOS-PRES.

       064-FIN.  EXIT.

      * GRABA EN EL ARCHIVO DE TRABAJO DE LA COLA Y ACUMULA EL
      * RETENIDO EN SU DEPTO DE DESTINO PARA EL REPORTE.

       066-GRABA-RET-PRESUP.
           WRITE REG-PRES-NUEVO FROM WS-REG-RET-PRESUP

           IF NOT 88-FS-PRES-NUEVO-YES
              MOVE "066-GRABA-RET-PRESUP" TO WS-ERR-PARRAFO
              MOVE FS-PRES-NUEVO          TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-QUEDAN-PRES

           IF WS-MOV-SALARIO-EMP IS NUMERIC
              MOVE WS-MOV-SALARIO-EMP TO WS-OCU-SALARIO
           ELSE
              MOVE 0                  TO WS-OCU-SALARIO
           END-IF

           MOVE WS-MOV-DEPTO-EMP TO WS-DEPTO-BUSCA
           PERFORM 027-BUSCA-DEPTO THRU 027-FIN

           IF 88-DEPTO-HALLADO
              ADD 1              TO WS-TDP-RET-CANT    (WS-IDX-DEP)
              ADD WS-OCU-SALARIO TO WS-TDP-RET-IMPORTE (WS-IDX-DEP)
           ELSE
              ADD 1              TO WS-SIN-DEPTO-RET-CANT
              ADD WS-OCU-SALARIO TO WS-SIN-DEPTO-RET-IMP
           END-IF.

       066-FIN.  EXIT.

       060-APLICA-ALTA.
           MOVE WS-MOV-EMPLEADO TO REG-MAESTRO
           IF WS-MOV-FECHA-INGRESO IS NOT NUMERIC
              OR WS-MOV-FECHA-ING-N = 0
              MOVE WS-FECHA-EFEC-APL TO MST-FECHA-INGRESO
           END-IF
           MOVE 0 TO MST-FECHA-EGRESO
           WRITE REG-MAESTRO

           IF 88-FS-MAESTRO-YES
              MOVE 'D'    TO WS-AUD-CLASE
              PERFORM 100-GRABA-AUDITORIA THRU 100-FIN
              ADD 1 TO WS-APLICADOS-MOV
              IF MST-STATUS-EMP = 1
                 MOVE MST-DEPTO-EMP   TO WS-DEPTO-BUSCA
                 MOVE MST-SALARIO-EMP TO WS-OCU-SALARIO
                 PERFORM 076-SUMA-OCUPACION THRU 076-FIN
              END-IF
           ELSE
              IF 88-FS-MAESTRO-DUP
                 MOVE "DUP" TO WS-RCH-MOTIVO
           READ MAESTRO

           IF 88-FS-MAESTRO-YES
              IF MST-FECHA-EGRESO IS NUMERIC
                 AND MST-FECHA-EGRESO > 0
                 MOVE "EGR" TO WS-RCH-MOTIVO
                 PERFORM 090-RECHAZA THRU 090-FIN
                 GO TO 070-FIN
              END-IF
              MOVE REG-MAESTRO TO WS-AUD-IMAGEN
              MOVE 'A'         TO WS-AUD-CLASE
              PERFORM 100-GRABA-AUDITORIA THRU 100-FIN
              IF MST-STATUS-EMP = 1
                 MOVE MST-DEPTO-EMP   TO WS-DEPTO-BUSCA
                 MOVE MST-SALARIO-EMP TO WS-OCU-SALARIO
                 PERFORM 078-RESTA-OCUPACION THRU 078-FIN
              END-IF
              MOVE 0 TO MST-STATUS-EMP
              IF WS-MOV-FECHA-EGRESO IS NOT NUMERIC
                 OR WS-MOV-FECHA-EGR-N = 0
                 MOVE WS-FECHA-EFEC-APL   TO MST-FECHA-EGRESO
              ELSE
                 MOVE WS-MOV-FECHA-EGR-N  TO MST-FECHA-EGRESO
              END-IF
              REWRITE REG-MAESTRO
              IF NOT 88-FS-MAESTRO-YES
                 MOVE "070-APLICA-BAJA - REWRITE" TO WS-ERR-PARRAFO
                 MOVE FS-MAESTRO                  TO WS-ERR-FS-STATUS
                 PERFORM 900-ERROR-IO THRU 900-FIN
              END-IF
              MOVE REG-MAESTRO TO WS-AUD-IMAGEN
              MOVE 'D'         TO WS-AUD-CLASE
              PERFORM 100-GRABA-AUDITORIA THRU 100-FIN
              ADD 1 TO WS-APLICADOS-MOV
           ELSE

       070-FIN.  EXIT.

      * POSICIONES OCUPADAS: EL LEGAJO ACTIVO QUE ENTRA O SALE
      * DE WS-DEPTO-BUSCA CON SU SALARIO WS-OCU-SALARIO (NO
      * NUMERICO = CERO). UN DEPTO SIN ALTA EN EL MAESTRO DE
      * DEPTOS SOLO SE CUENTA PARA EL REPORTE.

       076-SUMA-OCUPACION.
           IF NOT 88-CONTROL-PRESUP-ACTIVO
              GO TO 076-FIN
           END-IF
           IF WS-OCU-SALARIO IS NOT NUMERIC
              MOVE 0 TO WS-OCU-SALARIO
           END-IF

           PERFORM 027-BUSCA-DEPTO THRU 027-FIN

           IF 88-DEPTO-HALLADO
              ADD 1              TO WS-TDP-OCUPADOS (WS-IDX-DEP)
              ADD WS-OCU-SALARIO TO WS-TDP-MASA     (WS-IDX-DEP)
           ELSE
              ADD 1              TO WS-SIN-DEPTO-OCUPADOS
           END-IF.

       076-FIN.  EXIT.

       078-RESTA-OCUPACION.
           IF NOT 88-CONTROL-PRESUP-ACTIVO
              GO TO 078-FIN
           END-IF
           IF WS-OCU-SALARIO IS NOT NUMERIC
              MOVE 0 TO WS-OCU-SALARIO
           END-IF

           PERFORM 027-BUSCA-DEPTO THRU 027-FIN

           IF 88-DEPTO-HALLADO
              IF WS-TDP-OCUPADOS (WS-IDX-DEP) > 0
                 SUBTRACT 1 FROM WS-TDP-OCUPADOS (WS-IDX-DEP)
              END-IF
              IF WS-TDP-MASA (WS-IDX-DEP) > WS-OCU-SALARIO
                 SUBTRACT WS-OCU-SALARIO
                     FROM WS-TDP-MASA (WS-IDX-DEP)
              ELSE
                 MOVE 0 TO WS-TDP-MASA (WS-IDX-DEP)
              END-IF
           ELSE
              IF WS-SIN-DEPTO-OCUPADOS > 0
                 SUBTRACT 1 FROM WS-SIN-DEPTO-OCUPADOS
              END-IF
           END-IF.

       078-FIN.  EXIT.

       080-APLICA-MODIF.
           MOVE WS-MOV-LEGAJO-EMP TO MST-LEGAJO-EMP
           READ MAESTRO
              MOVE REG-MAESTRO TO WS-AUD-IMAGEN
              MOVE 'A'         TO WS-AUD-CLASE
              PERFORM 100-GRABA-AUDITORIA THRU 100-FIN
              MOVE MST-FECHA-INGRESO TO WS-FECHA-ING-ANT
              MOVE MST-FECHA-EGRESO  TO WS-FECHA-EGR-ANT
              MOVE MST-STATUS-EMP    TO WS-STATUS-ANT
              IF MST-STATUS-EMP = 1
                 MOVE MST-DEPTO-EMP   TO WS-DEPTO-BUSCA
                 MOVE MST-SALARIO-EMP TO WS-OCU-SALARIO
                 PERFORM 078-RESTA-OCUPACION THRU 078-FIN
              END-IF
              MOVE WS-MOV-EMPLEADO TO REG-MAESTRO
              PERFORM 085-FECHAS-MODIF THRU 085-FIN
              REWRITE REG-MAESTRO
              IF NOT 88-FS-MAESTRO-YES
                 MOVE "080-APLICA-MODIF - REWRITE" TO WS-ERR-PARRAFO
              MOVE 'D'         TO WS-AUD-CLASE
              PERFORM 100-GRABA-AUDITORIA THRU 100-FIN
              ADD 1 TO WS-APLICADOS-MOV
              IF MST-STATUS-EMP = 1
                 MOVE MST-DEPTO-EMP   TO WS-DEPTO-BUSCA
                 MOVE MST-SALARIO-EMP TO WS-OCU-SALARIO
                 PERFORM 076-SUMA-OCUPACION THRU 076-FIN
              END-IF
           ELSE
              IF 88-FS-MAESTRO-NOF
                 MOVE "NOF" TO WS-RCH-MOTIVO

       080-FIN.  EXIT.

      * LA MODIFICACION SOLO CAMBIA LAS FECHAS QUE TRAE. SIN
      * FECHA DE EGRESO, UN LEGAJO ACTIVO QUEDA SIN EGRESO
      * (REINGRESO), UNO QUE PASA DE ACTIVO A INACTIVO EGRESA
      * EN LA FECHA DE VIGENCIA (COMO EN LA BAJA) Y UNO QUE YA
      * ESTABA INACTIVO CONSERVA EL QUE TENIA.

       085-FECHAS-MODIF.
           IF WS-MOV-FECHA-INGRESO IS NOT NUMERIC
              OR WS-MOV-FECHA-ING-N = 0
              MOVE WS-FECHA-ING-ANT TO MST-FECHA-INGRESO
           END-IF

           IF WS-MOV-FECHA-EGRESO IS NOT NUMERIC
              OR WS-MOV-FECHA-EGR-N = 0
              IF MST-STATUS-EMP = 1
                 MOVE 0                 TO MST-FECHA-EGRESO
              ELSE
                 IF WS-STATUS-ANT = 1
                    MOVE WS-FECHA-EFEC-APL TO MST-FECHA-EGRESO
                 ELSE
                    MOVE WS-FECHA-EGR-ANT  TO MST-FECHA-EGRESO
                 END-IF
              END-IF
           END-IF.

       085-FIN.  EXIT.

       090-RECHAZA.
           MOVE WS-REG-MOVIMIENTO TO WS-RCH-IMAGEN
           WRITE REG-RECHAZOS FROM WS-REG-RECHAZO
           MOVE WS-ACTUAL-TIME TO WS-AUD-HORA
           MOVE WS-MOV-TIPO    TO WS-AUD-TIPO-MOV
           MOVE WS-FECHA-EFEC-APL TO WS-AUD-FECHA-EFEC
           MOVE WS-MOV-OPERADOR   TO WS-AUD-OPERADOR
           MOVE WS-MOV-APROBADOR  TO WS-AUD-APROBADOR
           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA

           IF NOT 88-FS-AUDITORIA-YES
           IF 88-OPEN-RECHAZOS-YES
              CLOSE RECHAZOS
           END-IF
           IF 88-OPEN-RETENIDOS-YES
              CLOSE RETENIDOS
              SET 88-OPEN-RETENIDOS-NO TO TRUE
           END-IF
           IF 88-OPEN-RET-NUEVO-YES
              CLOSE RET-NUEVO
              SET 88-OPEN-RET-NUEVO-NO TO TRUE
           END-IF
           IF 88-OPEN-RET-PRESUP-YES
              CLOSE RET-PRESUP
              SET 88-OPEN-RET-PRESUP-NO TO TRUE
           END-IF
           IF 88-OPEN-PRES-NUEVO-YES
              CLOSE PRES-NUEVO
              SET 88-OPEN-PRES-NUEVO-NO TO TRUE
           END-IF

           PERFORM 210-PROMUEVE-PENDIENTES THRU 210-FIN
           PERFORM 230-PROMUEVE-RETENIDOS  THRU 230-FIN
           PERFORM 240-AVISA-APROBACIONES  THRU 240-FIN
           PERFORM 244-AVISA-AUTORIZACIONES THRU 244-FIN
           PERFORM 250-REPORTE-POSICIONES  THRU 250-FIN
           PERFORM 260-PROMUEVE-RET-PRESUP THRU 260-FIN

           IF NOT 88-LOTE-VACIO
              PERFORM 220-REGISTRA-LOTE THRU 220-FIN
              CLOSE ERRORES
           END-IF

           IF WS-RECHAZADOS-MOV > 0 OR WS-AVISOS-APROB > 0
              OR WS-AVISOS-PRES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.


       214-FIN.  EXIT.

      * LA COLA DE RETENIDOS SE REEMPLAZA CON EL ARCHIVO DE
      * TRABAJO: LOS QUE SIGUEN SIN DECISION MAS LOS RETENIDOS
      * EN ESTA CORRIDA.

       230-PROMUEVE-RETENIDOS.
           OPEN INPUT  RELEE-RET
                OUTPUT RET-FINAL

           IF NOT 88-FS-RELEE-RET-YES
              MOVE "230-PROMUEVE - RELEE-RET" TO WS-ERR-PARRAFO
              MOVE FS-RELEE-RET               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT 88-FS-RET-FINAL-YES
              MOVE "230-PROMUEVE - RET-FINAL" TO WS-ERR-PARRAFO
              MOVE FS-RET-FINAL               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-COPIA
           PERFORM 234-LEE-RELEE-RET THRU 234-FIN
           PERFORM 232-COPIA-RETENIDO THRU 232-FIN
                   UNTIL SW-FIN-COPIA EQUAL "FIN"

           CLOSE RELEE-RET
                 RET-FINAL.

       230-FIN.  EXIT.

       232-COPIA-RETENIDO.
           WRITE REG-RET-FINAL FROM WS-LINEA-RET

           IF NOT 88-FS-RET-FINAL-YES
              MOVE "232-COPIA-RETENIDO" TO WS-ERR-PARRAFO
              MOVE FS-RET-FINAL         TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 234-LEE-RELEE-RET THRU 234-FIN.

       232-FIN.  EXIT.

       234-LEE-RELEE-RET.
           READ RELEE-RET INTO WS-LINEA-RET
               AT END
                   MOVE "FIN" TO SW-FIN-COPIA
           END-READ
           IF NOT 88-FS-RELEE-RET-YES AND NOT 88-FS-RELEE-RET-EOF
              MOVE "234-LEE-RELEE-RET" TO WS-ERR-PARRAFO
              MOVE FS-RELEE-RET        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       234-FIN.  EXIT.

      * DECISIONES QUE NO CORRESPONDEN A NINGUN RETENIDO (CLAVE
      * MAL CARGADA O RETENIDO YA RESUELTO): SE AVISAN.

       240-AVISA-APROBACIONES.
           PERFORM 242-AVISA-APROBACION THRU 242-FIN
                   VARYING WS-IDX-APR FROM 1 BY 1
                   UNTIL WS-IDX-APR > WS-CANT-APROB.

       240-FIN.  EXIT.

       242-AVISA-APROBACION.
           IF NOT 88-TAP-USADA (WS-IDX-APR)
              MOVE SPACES TO WS-ERR-PARRAFO
              STRING "APROBACION "            DELIMITED BY SIZE
                     WS-TAP-LEGAJO (WS-IDX-APR) DELIMITED BY SIZE
                     " SIN RETENIDO"          DELIMITED BY SIZE
                INTO WS-ERR-PARRAFO
              END-STRING
              MOVE "  " TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              ADD 1 TO WS-AVISOS-APROB
           END-IF.

       242-FIN.  EXIT.

      * AUTORIZACIONES DE FINANZAS QUE NO CORRESPONDEN A NINGUN
      * RETENIDO POR PRESUPUESTO: SE AVISAN.

       244-AVISA-AUTORIZACIONES.
           PERFORM 246-AVISA-AUTORIZACION THRU 246-FIN
                   VARYING WS-IDX-AUT FROM 1 BY 1
                   UNTIL WS-IDX-AUT > WS-CANT-AUTOR.

       244-FIN.  EXIT.

       246-AVISA-AUTORIZACION.
           IF NOT 88-TAU-USADA (WS-IDX-AUT)
              MOVE SPACES TO WS-ERR-PARRAFO
              STRING "AUTORIZACION "           DELIMITED BY SIZE
                     WS-TAU-LEGAJO (WS-IDX-AUT) DELIMITED BY SIZE
                     " SIN RETENIDO"           DELIMITED BY SIZE
                INTO WS-ERR-PARRAFO
              END-STRING
              MOVE "  " TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              ADD 1 TO WS-AVISOS-PRES
              MOVE "SIN RETENIDO" TO WS-TAU-RESULTADO (WS-IDX-AUT)
           END-IF.

       246-FIN.  EXIT.

      * REPORTE DE CONTROL DE POSICIONES: POR DEPTO, LAS
      * POSICIONES PRESUPUESTADAS, OCUPADAS, VACANTES Y
      * EXCEDIDAS CON LA MASA SALARIAL Y LO RETENIDO AL CIERRE
      * DE LA CORRIDA; EL DETALLE DE LA COLA DE RETENIDOS POR
      * PRESUPUESTO (LEIDO DEL ARCHIVO DE TRABAJO) Y LAS
      * AUTORIZACIONES DE FINANZAS CON SU RESULTADO.

       250-REPORTE-POSICIONES.
           OPEN OUTPUT PRESREPO

           IF 88-FS-PRESREPO-YES
              SET 88-OPEN-PRESREPO-YES TO TRUE
           ELSE
              MOVE "250-REPORTE-POSICIONES - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-PRESREPO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
           PERFORM 270-ENCABEZADO THRU 270-FIN

           MOVE "POSICIONES POR DEPARTAMENTO" TO WS-SEC-TEXTO
           MOVE WS-SUBT-DEPTOS                TO WS-SUBT-VIGENTE
           PERFORM 272-TITULO-SECCION THRU 272-FIN

           IF 88-CONTROL-PRESUP-ACTIVO
              PERFORM 252-LISTA-DEPTO THRU 252-FIN
                      VARYING WS-IDX-DEP FROM 1 BY 1
                      UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
              PERFORM 254-LISTA-TOTAL-DEPTOS THRU 254-FIN
           ELSE
              MOVE "CONTROL APAGADO: SIN MAESTRO DE DEPARTAMENTOS"
                                          TO WS-SIN-TEXTO
              PERFORM 258-SIN-DATOS THRU 258-FIN
           END-IF

           MOVE "MOVIMIENTOS RETENIDOS POR PRESUPUESTO"
                                          TO WS-SEC-TEXTO
           MOVE WS-SUBT-RET-PRESUP        TO WS-SUBT-VIGENTE
           PERFORM 272-TITULO-SECCION THRU 272-FIN

           IF WS-QUEDAN-PRES = 0
              MOVE "SIN MOVIMIENTOS RETENIDOS POR PRESUPUESTO"
                                          TO WS-SIN-TEXTO
              PERFORM 258-SIN-DATOS THRU 258-FIN
           ELSE
              OPEN INPUT RELEE-PRES
              IF NOT 88-FS-RELEE-PRES-YES
                 MOVE "250-REPORTE - RELEE-PRES" TO WS-ERR-PARRAFO
                 MOVE FS-RELEE-PRES              TO WS-ERR-FS-STATUS
                 PERFORM 900-ERROR-IO THRU 900-FIN
              END-IF
              MOVE SPACES TO SW-FIN-COPIA
              PERFORM 264-LEE-RELEE-PRES THRU 264-FIN
              PERFORM 256-LISTA-RET-PRESUP THRU 256-FIN
                      UNTIL SW-FIN-COPIA EQUAL "FIN"
              CLOSE RELEE-PRES
           END-IF

           MOVE "AUTORIZACIONES DE FINANZAS DE LA CORRIDA"
                                          TO WS-SEC-TEXTO
           MOVE WS-SUBT-AUTOR             TO WS-SUBT-VIGENTE
           PERFORM 272-TITULO-SECCION THRU 272-FIN

           IF WS-CANT-AUTOR = 0
              MOVE "SIN AUTORIZACIONES EN LA CORRIDA"
                                          TO WS-SIN-TEXTO
              PERFORM 258-SIN-DATOS THRU 258-FIN
           ELSE
              PERFORM 257-LISTA-AUTORIZACION THRU 257-FIN
                      VARYING WS-IDX-AUT FROM 1 BY 1
                      UNTIL WS-IDX-AUT > WS-CANT-AUTOR
           END-IF

           PERFORM 259-LISTA-TOTALES THRU 259-FIN

           CLOSE PRESREPO
           SET 88-OPEN-PRESREPO-NO TO TRUE.

       250-FIN.  EXIT.

      * VACANTES = PRESUPUESTADAS MENOS OCUPADAS; SI LAS
      * OCUPADAS PASAN EL PRESUPUESTO LA DIFERENCIA SALE COMO
      * EXCESO.

       252-LISTA-DEPTO.
           MOVE 0 TO WS-VACANTES
           MOVE 0 TO WS-EXCESO
           IF WS-TDP-PRES-DOTACION (WS-IDX-DEP) >
              WS-TDP-OCUPADOS (WS-IDX-DEP)
              COMPUTE WS-VACANTES =
                      WS-TDP-PRES-DOTACION (WS-IDX-DEP)
                      - WS-TDP-OCUPADOS (WS-IDX-DEP)
           ELSE
              COMPUTE WS-EXCESO =
                      WS-TDP-OCUPADOS (WS-IDX-DEP)
                      - WS-TDP-PRES-DOTACION (WS-IDX-DEP)
           END-IF

           MOVE WS-TDP-CODIGO        (WS-IDX-DEP) TO WS-DDP-CODIGO
           MOVE WS-TDP-DESCRIPCION   (WS-IDX-DEP) TO WS-DDP-DESCRIPCION
           MOVE WS-TDP-PRES-DOTACION (WS-IDX-DEP) TO WS-DDP-PRES-DOT
           MOVE WS-TDP-OCUPADOS      (WS-IDX-DEP) TO WS-DDP-OCUPADOS
           MOVE WS-VACANTES                       TO WS-DDP-VACANTES
           MOVE WS-EXCESO                         TO WS-DDP-EXCESO
           MOVE WS-TDP-PRES-SALARIO  (WS-IDX-DEP) TO WS-DDP-PRES-SAL
           MOVE WS-TDP-MASA          (WS-IDX-DEP) TO WS-DDP-MASA
           MOVE WS-TDP-RET-CANT      (WS-IDX-DEP) TO WS-DDP-RET-CANT
           MOVE WS-TDP-RET-IMPORTE   (WS-IDX-DEP) TO WS-DDP-RET-IMP

           ADD WS-TDP-PRES-DOTACION (WS-IDX-DEP) TO WS-TOT-PRES-DOT
           ADD WS-TDP-OCUPADOS      (WS-IDX-DEP) TO WS-TOT-OCUPADOS
           ADD WS-VACANTES                       TO WS-TOT-VACANTES
           ADD WS-EXCESO                         TO WS-TOT-EXCESO
           ADD WS-TDP-PRES-SALARIO  (WS-IDX-DEP) TO WS-TOT-PRES-SAL
           ADD WS-TDP-MASA          (WS-IDX-DEP) TO WS-TOT-MASA
           ADD WS-TDP-RET-CANT      (WS-IDX-DEP) TO WS-TOT-RET-CANT
           ADD WS-TDP-RET-IMPORTE   (WS-IDX-DEP) TO WS-TOT-RET-IMP

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-DEPTO TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       252-FIN.  EXIT.

      * LOS LEGAJOS ACTIVOS Y LOS RETENIDOS DE DEPTOS SIN ALTA
      * EN EL MAESTRO DE DEPTOS SALEN EN UNA LINEA APARTE, SIN
      * PRESUPUESTO, ANTES DEL TOTAL.

       254-LISTA-TOTAL-DEPTOS.
           IF WS-SIN-DEPTO-OCUPADOS > 0 OR WS-SIN-DEPTO-RET-CANT > 0
              MOVE "SIN ALTA"            TO WS-DDP-CODIGO
              MOVE "EN MAESTRO DE DEPTOS" TO WS-DDP-DESCRIPCION
              MOVE 0                     TO WS-DDP-PRES-DOT
              MOVE WS-SIN-DEPTO-OCUPADOS TO WS-DDP-OCUPADOS
              MOVE 0                     TO WS-DDP-VACANTES
              MOVE WS-SIN-DEPTO-OCUPADOS TO WS-DDP-EXCESO
              MOVE 0                     TO WS-DDP-PRES-SAL
              MOVE 0                     TO WS-DDP-MASA
              MOVE WS-SIN-DEPTO-RET-CANT TO WS-DDP-RET-CANT
              MOVE WS-SIN-DEPTO-RET-IMP  TO WS-DDP-RET-IMP
              ADD WS-SIN-DEPTO-OCUPADOS  TO WS-TOT-OCUPADOS
              ADD WS-SIN-DEPTO-OCUPADOS  TO WS-TOT-EXCESO
              ADD WS-SIN-DEPTO-RET-CANT  TO WS-TOT-RET-CANT
              ADD WS-SIN-DEPTO-RET-IMP   TO WS-TOT-RET-IMP
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-DEPTO TO WS-LINEA-SALIDA
              PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN
           END-IF

           MOVE "TOTAL"              TO WS-DDP-CODIGO
           MOVE SPACES               TO WS-DDP-DESCRIPCION
           MOVE WS-TOT-PRES-DOT      TO WS-DDP-PRES-DOT
           MOVE WS-TOT-OCUPADOS      TO WS-DDP-OCUPADOS
           MOVE WS-TOT-VACANTES      TO WS-DDP-VACANTES
           MOVE WS-TOT-EXCESO        TO WS-DDP-EXCESO
           MOVE WS-TOT-PRES-SAL      TO WS-DDP-PRES-SAL
           MOVE WS-TOT-MASA          TO WS-DDP-MASA
           MOVE WS-TOT-RET-CANT      TO WS-DDP-RET-CANT
           MOVE WS-TOT-RET-IMP       TO WS-DDP-RET-IMP

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-DEPTO TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       254-FIN.  EXIT.

       256-LISTA-RET-PRESUP.
           MOVE WS-LINEA-PRES     TO WS-REG-RET-PRESUP
           MOVE WS-RPR-MOVIMIENTO TO WS-REG-MOVIMIENTO

           MOVE WS-MOV-DEPTO-EMP    TO WS-DRP-DEPTO
           MOVE WS-MOV-LEGAJO-EMP   TO WS-DRP-LEGAJO
           MOVE WS-MOV-TIPO         TO WS-DRP-TIPO
           MOVE WS-MOV-APELLIDO-EMP TO WS-DRP-APELLIDO
           MOVE WS-RPR-FECHA        TO WS-FECHA-EDIT
           MOVE WS-EDT-DD           TO WS-DRP-DD
           MOVE WS-EDT-MM           TO WS-DRP-MM
           MOVE WS-EDT-AAAA         TO WS-DRP-AAAA
           MOVE WS-RPR-SECUENCIA    TO WS-DRP-SECUENCIA
           MOVE WS-RPR-MOTIVO       TO WS-DRP-MOTIVO
           MOVE WS-RPR-FALTA-DOT    TO WS-DRP-FALTA-DOT
           MOVE WS-RPR-FALTA-SAL    TO WS-DRP-FALTA-SAL
           IF WS-MOV-SALARIO-EMP IS NUMERIC
              MOVE WS-MOV-SALARIO-EMP TO WS-DRP-SALARIO
           ELSE
              MOVE 0                  TO WS-DRP-SALARIO
           END-IF
           MOVE WS-MOV-OPERADOR     TO WS-DRP-OPERADOR

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-RET-PRESUP TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           PERFORM 264-LEE-RELEE-PRES THRU 264-FIN.

       256-FIN.  EXIT.

       257-LISTA-AUTORIZACION.
           MOVE WS-TAU-FECHA-RET (WS-IDX-AUT) TO WS-FECHA-EDIT
           MOVE WS-EDT-DD                     TO WS-DAU-DD
           MOVE WS-EDT-MM                     TO WS-DAU-MM
           MOVE WS-EDT-AAAA                   TO WS-DAU-AAAA
           MOVE WS-TAU-SECUENCIA (WS-IDX-AUT) TO WS-DAU-SECUENCIA
           MOVE WS-TAU-LEGAJO    (WS-IDX-AUT) TO WS-DAU-LEGAJO
           MOVE WS-TAU-DECISION  (WS-IDX-AUT) TO WS-DAU-DECISION
           MOVE WS-TAU-AUTORIZANTE (WS-IDX-AUT)
                                              TO WS-DAU-AUTORIZANTE
           MOVE WS-TAU-RESULTADO (WS-IDX-AUT) TO WS-DAU-RESULTADO

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-AUTOR TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       257-FIN.  EXIT.

       258-SIN-DATOS.
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DET-SIN-DATOS TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       258-FIN.  EXIT.

       259-LISTA-TOTALES.
           MOVE "RETENIDOS LEIDOS DE LA COLA: " TO WS-TOT-LABEL
           MOVE WS-RET-PRES-LEIDOS              TO WS-TOT-CANT
           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           MOVE "LIBERADOS POR FINANZAS     : " TO WS-TOT-LABEL
           MOVE WS-LIBERADOS-PRES               TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           MOVE "RECHAZADOS POR FINANZAS    : " TO WS-TOT-LABEL
           MOVE WS-RECHAZADOS-PRES              TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           MOVE "RETENIDOS EN ESTA CORRIDA  : " TO WS-TOT-LABEL
           MOVE WS-RETENIDOS-PRES               TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           MOVE "QUEDAN EN LA COLA          : " TO WS-TOT-LABEL
           MOVE WS-QUEDAN-PRES                  TO WS-TOT-CANT
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       259-FIN.  EXIT.

      * LA COLA DE RETENIDOS POR PRESUPUESTO SE REEMPLAZA CON
      * EL ARCHIVO DE TRABAJO: LOS QUE SIGUEN SIN AUTORIZACION
      * MAS LOS RETENIDOS EN ESTA CORRIDA.

       260-PROMUEVE-RET-PRESUP.
           OPEN INPUT  RELEE-PRES
                OUTPUT PRES-FINAL

           IF NOT 88-FS-RELEE-PRES-YES
              MOVE "260-PROMUEVE - RELEE-PRES" TO WS-ERR-PARRAFO
              MOVE FS-RELEE-PRES               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT 88-FS-PRES-FINAL-YES
              MOVE "260-PROMUEVE - PRES-FINAL" TO WS-ERR-PARRAFO
              MOVE FS-PRES-FINAL               TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-COPIA
           PERFORM 264-LEE-RELEE-PRES THRU 264-FIN
           PERFORM 262-COPIA-RET-PRESUP THRU 262-FIN
                   UNTIL SW-FIN-COPIA EQUAL "FIN"

           CLOSE RELEE-PRES
                 PRES-FINAL.

       260-FIN.  EXIT.

       262-COPIA-RET-PRESUP.
           WRITE REG-PRES-FINAL FROM WS-LINEA-PRES

           IF NOT 88-FS-PRES-FINAL-YES
              MOVE "262-COPIA-RET-PRESUP" TO WS-ERR-PARRAFO
              MOVE FS-PRES-FINAL          TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           PERFORM 264-LEE-RELEE-PRES THRU 264-FIN.

       262-FIN.  EXIT.

       264-LEE-RELEE-PRES.
           READ RELEE-PRES INTO WS-LINEA-PRES
               AT END
                   MOVE "FIN" TO SW-FIN-COPIA
           END-READ
           IF NOT 88-FS-RELEE-PRES-YES AND NOT 88-FS-RELEE-PRES-EOF
              MOVE "264-LEE-RELEE-PRES" TO WS-ERR-PARRAFO
              MOVE FS-RELEE-PRES        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       264-FIN.  EXIT.

      * ENCABEZADO DE PAGINA DEL REPORTE DE CONTROL DE
      * POSICIONES.

       270-ENCABEZADO.
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

       270-FIN.  EXIT.

       272-TITULO-SECCION.
           IF WS-LINEAS + 6 > WS-MAX-LINEAS
              PERFORM 270-ENCABEZADO THRU 270-FIN
           END-IF

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-TIT-SECCION TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           PERFORM 274-SUBTITULO THRU 274-FIN.

       272-FIN.  EXIT.

       274-SUBTITULO.
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-SUBT-VIGENTE TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       274-FIN.  EXIT.

       900-ERROR-IO.
           STRING "ERROR EN " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ERR-PARRAFO) DELIMITED BY SIZE
       900-FIN.  EXIT.

       910-AVISO-IO.
           MOVE SPACES TO WS-ERR-MENSAJE
           STRING "AVISO EN " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ERR-PARRAFO) DELIMITED BY SIZE
                  " - FILE STATUS: "              DELIMITED BY SIZE

       910-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-PRESREPO FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-PRESREPO-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-PRESREPO           TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-LINEAS.

       940-FIN.  EXIT.

      * DETALLE CON CORTE DE PAGINA: REPITE EL SUBTITULO DE LA
      * SECCION EN LA PAGINA NUEVA.

       945-ESCRIBE-DETALLE.
           IF WS-LINEAS >= WS-MAX-LINEAS
              MOVE WS-LINEA-SALIDA TO WS-LINEA-GUARDA
              PERFORM 270-ENCABEZADO THRU 270-FIN
              PERFORM 274-SUBTITULO  THRU 274-FIN
              MOVE WS-LINEA-GUARDA TO WS-LINEA-SALIDA
              MOVE 1               TO WS-ADVANCE-LINES
           END-IF

           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       945-FIN.  EXIT.

       999-TERMINA.
           IF 88-OPEN-MOVIMIENTOS-YES
              CLOSE MOVIMIENTOS
           IF 88-OPEN-RECHAZOS-YES
              CLOSE RECHAZOS
           END-IF
           IF 88-OPEN-RETENIDOS-YES
              CLOSE RETENIDOS
           END-IF
           IF 88-OPEN-RET-NUEVO-YES
              CLOSE RET-NUEVO
           END-IF
           IF 88-OPEN-RET-PRESUP-YES
              CLOSE RET-PRESUP
           END-IF
           IF 88-OPEN-PRES-NUEVO-YES
              CLOSE PRES-NUEVO
           END-IF
           IF 88-OPEN-PRESREPO-YES
              CLOSE PRESREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF
