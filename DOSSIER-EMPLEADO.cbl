      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_DOSS_EMP.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * DOSSIER COMPLETO DE UN LEGAJO.
      * JUNTA EN UN SOLO REPORTE (DOSSREPO.TXT) TODO LO QUE
      * LOS DISTINTOS ARCHIVOS SABEN DEL LEGAJO PEDIDO EN LA
      * TARJETA DE PARAMETROS (DOSSPARM.TXT):
      *  - DATOS DEL EMPLEADO: EL REGISTRO VIGENTE DE
      *    EMPMAST.DAT O, SI PGM_ARCH_EMP YA LO SACO DEL
      *    MAESTRO, EL REGISTRO DE EMPHIST.TXT CON SU FECHA
      *    DE ARCHIVO, MAS LAS FECHAS DE INGRESO Y EGRESO.
      *  - CAMBIOS AUDITADOS: LOS PARES ANTES/DESPUES DEL
      *    LEGAJO EN LOS HISTORICOS ANUALES (AUDI + ANIO) Y
      *    EN AUDITORI.TXT, ORDENADOS POR FECHA Y HORA DE
      *    CAPTURA, CON SALARIO ANTERIOR Y NUEVO, CAMPOS
      *    CAMBIADOS Y OPERADORES. EL RANGO DE ANIOS DE LOS
      *    HISTORICOS VIENE EN LA TARJETA (DEFAULT: LOS
      *    ULTIMOS DIEZ ANIOS).
      *  - MOVIMIENTOS QUE TODAVIA NO SE APLICARON: LOS
      *    DIFERIDOS DE PENDIENT.TXT, LOS RETENIDOS A LA
      *    ESPERA DE APROBACION EN RETENIDO.TXT Y LOS RETENIDOS
      *    POR PRESUPUESTO EN PRESRET.TXT, CON EL MOTIVO Y EL
      *    FALTANTE DE DOTACION Y DE MASA SALARIAL.
      *  - EVOLUCION: STATUS, DEPTO, PUESTO Y SALARIO DEL
      *    LEGAJO EN CADA GENERACION DE FOTO CATALOGADA EN
      *    SNAPGEN.TXT, MARCANDO LOS CAMBIOS ENTRE FOTOS.
      * TERMINA CON RETURN-CODE 4 SI NO SE ENCONTRO NADA DEL
      * LEGAJO Y CON 8 SI LA TARJETA NO TRAE LEGAJO.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\DOSSPARM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

           SELECT MAESTRO      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPMAST.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS MST-LEGAJO-EMP
                               FILE STATUS  IS FS-MAESTRO.

           SELECT OPTIONAL HISTORICO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPHIST.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-HISTORICO.

      * AUDITORIA: EL NOMBRE SE ARMA PARA CADA HISTORICO ANUAL
      * (AUDI + ANIO) Y PARA EL ARCHIVO ACTIVO (AUDITORI).
           SELECT OPTIONAL AUDITORIA ASSIGN TO WS-NOMBRE-AUDIT
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUDITORIA.

           SELECT OPTIONAL PENDIENTES ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PENDIENT.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PENDIENTES.

           SELECT OPTIONAL RETENIDOS ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\RETENIDO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RETENIDOS.

           SELECT OPTIONAL RET-PRESUP ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\PRESRET.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-RET-PRESUP.

      * CATALOGO DE GENERACIONES DE FOTOS DE PGM_DELTA_EMP.
           SELECT OPTIONAL SNAP-GEN ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SNAPGEN.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-GEN.

           SELECT OPTIONAL SNAPSHOT ASSIGN TO WS-NOMBRE-SNAP
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAPSHOT.

           SELECT DOSSREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\DOSSREPO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-DOSSREPO.

           SELECT ARCHIVO-SORT ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\DOSSSORT.TXT".

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRDOSS.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.

      * PARAMETROS: LEGAJO A CONSULTAR Y RANGO DE ANIOS DE LOS
      * HISTORICOS DE AUDITORIA (CERO = DEFAULT).
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-DOS-LEGAJO     PIC X(06).
           05 PARM-DOS-ANIO-DESDE PIC 9(04).
           05 PARM-DOS-ANIO-HASTA PIC 9(04).
           05 FILLER              PIC X(06).

       FD  MAESTRO.
       01  REG-MAESTRO.
           05 MST-LEGAJO-EMP      PIC X(06).
           05 MST-NOMBRE-EMP      PIC X(15).
           05 MST-APELLIDO-EMP    PIC X(15).
           05 MST-STATUS-EMP      PIC 9(01).
           05 MST-DEPTO-EMP       PIC X(15).
           05 MST-PUESTO-EMP      PIC X(15).
           05 MST-SALARIO-EMP     PIC 9(07)V99.
           05 MST-FECHA-INGRESO   PIC 9(08).
           05 MST-FECHA-EGRESO    PIC 9(08).

       FD  HISTORICO
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORICO          PIC X(101).

       FD  AUDITORIA
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITORIA          PIC X(133).

       FD  PENDIENTES
           RECORD CONTAINS 117 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDIENTES         PIC X(117).

       FD  RETENIDOS
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETENIDOS          PIC X(136).

       FD  RET-PRESUP
           RECORD CONTAINS 153 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RET-PRESUP         PIC X(153).

       FD  SNAP-GEN
           RECORDING MODE IS F.
       01  REG-SNAP-GEN.
           05 GEN-FECHA           PIC 9(08).
           05 FILLER              PIC X(12).

       FD  SNAPSHOT
           RECORDING MODE IS F.
       01  REG-SNAPSHOT           PIC X(70).

       FD  DOSSREPO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DOSSREPO           PIC X(120).

      * PAR ANTES/DESPUES DE AUDITORIA DEL LEGAJO, CON EL
      * ARCHIVO DE ORIGEN Y UNA SECUENCIA DE LECTURA PARA
      * RESPETAR EL ORDEN DE GRABACION DENTRO DE LA MISMA HORA.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 236 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SORT.
           05 SRT-FECHA           PIC 9(08).
           05 SRT-HORA            PIC 9(06).
           05 SRT-SECUENCIA       PIC 9(05).
           05 SRT-TIPO-MOV        PIC X(01).
           05 SRT-FECHA-EFEC      PIC 9(08).
           05 SRT-ORIGEN          PIC X(08).
           05 SRT-ANTES           PIC X(92).
           05 SRT-DESPUES         PIC X(92).
           05 SRT-OPERADOR        PIC X(08).
           05 SRT-APROBADOR       PIC X(08).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

       WORKING-STORAGE SECTION.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-MAESTRO                    PIC  X(02) VALUE ' '.
           88 88-FS-MAESTRO-YES                     VALUE '00'.
           88 88-FS-MAESTRO-NOF                     VALUE '23'.
           88 88-FS-MAESTRO-NOFILE                  VALUE '35'.

       77  FS-HISTORICO                  PIC  X(02) VALUE ' '.
           88 88-FS-HISTORICO-YES                   VALUE '00' '05'.
           88 88-FS-HISTORICO-EOF                   VALUE '10'.

       77  FS-AUDITORIA                  PIC  X(02) VALUE ' '.
           88 88-FS-AUDITORIA-YES                   VALUE '00' '05'.
           88 88-FS-AUDITORIA-NOFILE                VALUE '05'.
           88 88-FS-AUDITORIA-EOF                   VALUE '10'.

       77  FS-PENDIENTES                 PIC  X(02) VALUE ' '.
           88 88-FS-PENDIENTES-YES                  VALUE '00' '05'.
           88 88-FS-PENDIENTES-EOF                  VALUE '10'.

       77  FS-RETENIDOS                  PIC  X(02) VALUE ' '.
           88 88-FS-RETENIDOS-YES                   VALUE '00' '05'.
           88 88-FS-RETENIDOS-EOF                   VALUE '10'.

       77  FS-RET-PRESUP                 PIC  X(02) VALUE ' '.
           88 88-FS-RET-PRESUP-YES                  VALUE '00' '05'.
           88 88-FS-RET-PRESUP-EOF                  VALUE '10'.

       77  FS-SNAP-GEN                   PIC  X(02) VALUE ' '.
           88 88-FS-SNAP-GEN-YES                    VALUE '00' '05'.
           88 88-FS-SNAP-GEN-EOF                    VALUE '10'.

       77  FS-SNAPSHOT                   PIC  X(02) VALUE ' '.
           88 88-FS-SNAPSHOT-YES                    VALUE '00' '05'.
           88 88-FS-SNAPSHOT-NOFILE                 VALUE '05'.
           88 88-FS-SNAPSHOT-EOF                    VALUE '10'.

       77  FS-DOSSREPO                   PIC  X(02) VALUE ' '.
           88 88-FS-DOSSREPO-YES                    VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-MAESTRO               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-MAESTRO-YES                   VALUE 'YS'.
           88 88-OPEN-MAESTRO-NO                    VALUE 'N'.

       77  WS-OPEN-HISTORICO             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-HISTORICO-YES                 VALUE 'YS'.
           88 88-OPEN-HISTORICO-NO                  VALUE 'N'.

       77  WS-OPEN-AUDITORIA             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-AUDITORIA-YES                 VALUE 'YS'.
           88 88-OPEN-AUDITORIA-NO                  VALUE 'N'.

       77  WS-OPEN-PENDIENTES            PIC  X(02) VALUE 'YO'.
           88 88-OPEN-PENDIENTES-YES                VALUE 'YS'.
           88 88-OPEN-PENDIENTES-NO                 VALUE 'N'.

       77  WS-OPEN-RETENIDOS             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-RETENIDOS-YES                 VALUE 'YS'.
           88 88-OPEN-RETENIDOS-NO                  VALUE 'N'.

       77  WS-OPEN-RET-PRESUP            PIC  X(02) VALUE 'YO'.
           88 88-OPEN-RET-PRESUP-YES                VALUE 'YS'.
           88 88-OPEN-RET-PRESUP-NO                 VALUE 'N'.

       77  WS-OPEN-SNAPSHOT              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-SNAPSHOT-YES                  VALUE 'YS'.
           88 88-OPEN-SNAPSHOT-NO                   VALUE 'N'.

       77  WS-OPEN-DOSSREPO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-DOSSREPO-YES                  VALUE 'YS'.
           88 88-OPEN-DOSSREPO-NO                   VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * REGISTRO DEL HISTORICO: MISMO LAYOUT QUE
      * WS-REG-HISTORICO DE PGM_ARCH_EMP.

       01  WS-AREAS-A-USAR.
           05 WS-REG-HISTORICO.
              10 WS-HIS-FECHA-ARCH   PIC 9(08).
              10 FILLER              PIC X(01).
              10 WS-HIS-EMPLEADO.
                 15 WS-HIS-LEGAJO    PIC X(06).
                 15 WS-HIS-NOMBRE    PIC X(15).
                 15 WS-HIS-APELLIDO  PIC X(15).
                 15 WS-HIS-STATUS    PIC X(01).
                 15 WS-HIS-DEPTO     PIC X(15).
                 15 WS-HIS-PUESTO    PIC X(15).
                 15 WS-HIS-SALARIO   PIC X(09).
                 15 WS-HIS-SALARIO-N REDEFINES WS-HIS-SALARIO
                                     PIC 9(07)V99.
                 15 WS-HIS-FECHA-ING PIC X(08).
                 15 WS-HIS-FECHA-ING-N REDEFINES WS-HIS-FECHA-ING
                                     PIC 9(08).
                 15 WS-HIS-FECHA-EGR PIC X(08).
                 15 WS-HIS-FECHA-EGR-N REDEFINES WS-HIS-FECHA-EGR
                                     PIC 9(08).
           05 WS-HALLADOS-MST     PIC 9(05)    VALUE 0.
           05 WS-HALLADOS-HIS     PIC 9(05)    VALUE 0.
           05 WS-LEIDOS-AUD       PIC 9(05)    VALUE 0.
           05 WS-LISTADOS-AUD     PIC 9(05)    VALUE 0.
           05 WS-HALLADOS-PEND    PIC 9(05)    VALUE 0.
           05 WS-HALLADOS-RET     PIC 9(05)    VALUE 0.
           05 WS-HALLADOS-PRES    PIC 9(05)    VALUE 0.
           05 WS-FOTOS-LEGAJO     PIC 9(05)    VALUE 0.
           05 WS-TOTAL-HALLADOS   PIC 9(06)    VALUE 0.
           05 SW-FIN-HIS          PIC X(03)    VALUE ' '.
           05 SW-FIN-AUD          PIC X(03)    VALUE ' '.
           05 SW-FIN-SORT         PIC X(03)    VALUE ' '.
           05 SW-FIN-PEND         PIC X(03)    VALUE ' '.
           05 SW-FIN-RET          PIC X(03)    VALUE ' '.
           05 SW-FIN-PRES         PIC X(03)    VALUE ' '.
           05 SW-FIN-GEN          PIC X(03)    VALUE ' '.
           05 SW-FIN-SNAP         PIC X(03)    VALUE ' '.
      *

      * REGISTRO DE AUDITORIA: MISMO LAYOUT QUE WS-REG-AUDITORIA
      * DE PGM_MANT_EMP.

       01  WS-REG-AUDITORIA.
           05 WS-AUD-FECHA        PIC 9(08).
           05 WS-AUD-HORA         PIC 9(06).
           05 WS-AUD-TIPO-MOV     PIC X(01).
           05 WS-AUD-CLASE        PIC X(01).
              88 88-AUD-ANTES                  VALUE 'A'.
              88 88-AUD-DESPUES                VALUE 'D'.
           05 WS-AUD-FECHA-EFEC   PIC 9(08).
           05 WS-AUD-IMAGEN       PIC X(92).
           05 WS-AUD-OPERADOR     PIC X(08).
           05 WS-AUD-APROBADOR    PIC X(08).
           05 FILLER              PIC X(01).

      * IMAGENES ANTES / DESPUES DEL MOVIMIENTO, CON EL LAYOUT
      * DEL REGISTRO DEL MAESTRO.

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

       01  WS-SEC-AUDIT           PIC 9(05)    VALUE 0.

      * MOVIMIENTO: MISMO LAYOUT QUE WS-REG-MOVIMIENTO DE
      * PGM_MANT_EMP (PENDIENTES Y RETENIDOS LO LLEVAN IGUAL).

       01  WS-REG-MOVIMIENTO.
           05 WS-MOV-TIPO         PIC X(01).
              88 88-MOV-APLICABLE              VALUE 'A' 'B' 'M'.
           05 WS-MOV-LEGAJO-EMP   PIC X(06).
           05 WS-MOV-NOMBRE-EMP   PIC X(15).
           05 WS-MOV-APELLIDO-EMP PIC X(15).
           05 WS-MOV-STATUS-EMP   PIC X(01).
           05 WS-MOV-DEPTO-EMP    PIC X(15).
           05 WS-MOV-PUESTO-EMP   PIC X(15).
           05 WS-MOV-SALARIO-EMP  PIC X(09).
           05 WS-MOV-SALARIO-N REDEFINES WS-MOV-SALARIO-EMP
                                  PIC 9(07)V99.
           05 WS-MOV-FECHA-ING    PIC X(08).
           05 WS-MOV-FECHA-EGR    PIC X(08).
           05 WS-MOV-FECHA-EFEC   PIC X(08).
           05 WS-MOV-OPERADOR     PIC X(08).
           05 WS-MOV-APROBADOR    PIC X(08).

      * RETENIDO A APROBACION: MISMO LAYOUT QUE WS-REG-RETENIDO
      * DE PGM_MANT_EMP.

       01  WS-REG-RETENIDO.
           05 WS-RET-FECHA        PIC 9(08).
           05 WS-RET-SECUENCIA    PIC 9(05).
           05 WS-RET-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01).
           05 WS-RET-MOVIMIENTO   PIC X(117).
           05 FILLER              PIC X(02).

      * RETENIDO POR PRESUPUESTO: MISMO LAYOUT QUE
      * WS-REG-RET-PRESUP DE PGM_MANT_EMP.

       01  WS-REG-RET-PRESUP.
           05 WS-RPR-FECHA        PIC 9(08).
           05 WS-RPR-SECUENCIA    PIC 9(05).
           05 WS-RPR-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01).
           05 WS-RPR-FALTA-DOT    PIC 9(05).
           05 WS-RPR-FALTA-SAL    PIC 9(09)V99.
           05 FILLER              PIC X(01).
           05 WS-RPR-MOVIMIENTO   PIC X(117).
           05 FILLER              PIC X(02).

      * FOTO: MISMO LAYOUT QUE WS-REG-SNAPSHOT DE PGM_DELTA_EMP.

       01  WS-REG-SNAPSHOT.
           05 WS-SNP-LEGAJO       PIC X(06).
           05 WS-SNP-STATUS       PIC X(01).
           05 WS-SNP-DEPTO        PIC X(15).
           05 WS-SNP-PUESTO       PIC X(15).
           05 WS-SNP-SALARIO      PIC X(09).
           05 WS-SNP-SALARIO-N REDEFINES WS-SNP-SALARIO
                                  PIC 9(07)V99.
           05 WS-SNP-FECHA        PIC 9(08).
           05 WS-SNP-FECHA-ING    PIC X(08).
           05 WS-SNP-FECHA-EGR    PIC X(08).

      * VALORES DEL LEGAJO EN LA ULTIMA FOTO DONDE FIGURO.

       01  WS-EVO-PREVIA.
           05 WS-PRV-STATUS       PIC X(01).
           05 WS-PRV-DEPTO        PIC X(15).
           05 WS-PRV-PUESTO       PIC X(15).
           05 WS-PRV-SALARIO      PIC X(09).

       01  WS-SW-EVO-PREVIA       PIC X(01)    VALUE 'N'.
           88 88-EVO-SIN-PREVIA                VALUE 'N'.
           88 88-EVO-PRESENTE                  VALUE 'P'.
           88 88-EVO-AUSENTE                   VALUE 'A'.

       01  WS-SW-SNP-HALLADO      PIC X(01)    VALUE 'N'.
           88 88-SNP-HALLADO                   VALUE 'S'.

      * TABLA DE GENERACIONES CATALOGADAS (ORDEN ASCENDENTE).

       01  WS-CANT-GEN            PIC 9(02)    VALUE 0.
       01  WS-IDX-GEN             PIC 9(02)    VALUE 0.

       01  WS-TABLA-GEN.
           05 WS-GEN-FECHA OCCURS 99 TIMES
                                  PIC 9(08).

      * PARAMETROS EFECTIVOS.

       01  WS-LEGAJO-PEDIDO       PIC X(06)    VALUE SPACES.
       01  WS-ANIO-DESDE          PIC 9(04)    VALUE 0.
       01  WS-ANIO-HASTA          PIC 9(04)    VALUE 0.
       01  WS-ANIO-AUD            PIC 9(04)    VALUE 0.

      * NOMBRES DE LOS ARCHIVOS QUE SE ARMAN EN LA CORRIDA.

       01  WS-NOMBRE-BASE         PIC X(08)    VALUE SPACES.
       01  WS-NOMBRE-AUDIT        PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-SNAP         PIC X(80)    VALUE SPACES.
       01  WS-FECHA-NOMBRE        PIC 9(08)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

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
           03 WS-TIT-1            PIC X(31)
              VALUE "DOSSIER DEL EMPLEADO POR LEGAJO".
           03 FILLER              PIC X(54)    VALUE ' '.

       01  WS-TITULO-2.
           03 FILLER              PIC X(08)    VALUE " FECHA: ".
           03 WS-TIT2-FECHA.
               05 TIT-2-DD         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
               05 TIT-2-MM         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
               05 TIT-2-AAAA       PIC 9(04).
           03 FILLER              PIC X(11)    VALUE "  LEGAJO: ".
           03 WS-TIT2-LEGAJO      PIC X(06).

           03 WS-TIT-2.
               05 FILLER           PIC X(73)    VALUE ' '.
               05 FILLER           PIC X(08)    VALUE "PAGINA: ".
               05 TIT-2-PAGINA     PIC ZZ9.
               05 FILLER           PIC X(01)    VALUE ' '.

       01  WS-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-TIT-SECCION.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-SEC-TEXTO        PIC X(50).
           05 FILLER              PIC X(69)    VALUE ' '.

       01  WS-DET-SIN-DATOS.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-SIN-TEXTO        PIC X(60).
           05 FILLER              PIC X(57)    VALUE ' '.

      * SECCION DATOS DEL EMPLEADO.

       01  WS-SUBT-DATOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "ORIGEN".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "ARCHIVO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "NOMBRE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "APELLIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "STATUS".
           05 FILLER              PIC X(15)    VALUE "DEPTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "PUESTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     SALARIO".
           05 FILLER              PIC X(07)    VALUE ' '.

       01  WS-DETALLE-DATOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAT-ORIGEN       PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DAT-FECHA-ARCH   PIC 9(08)    BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DAT-LEGAJO       PIC X(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-DAT-NOMBRE       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAT-APELLIDO     PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAT-STATUS       PIC X(01).
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-DAT-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAT-PUESTO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-DAT-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(07)    VALUE ' '.

      * SEGUNDA LINEA DEL REGISTRO: FECHAS DE INGRESO Y EGRESO
      * (EGRESO EN BLANCO MIENTRAS EL EMPLEADO ESTA ACTIVO).

       01  WS-DETALLE-FECHAS.
           05 FILLER              PIC X(25)    VALUE ' '.
           05 FILLER              PIC X(16)    VALUE "FECHA INGRESO: ".
           05 WS-DAT-FECHA-ING    PIC 9(08)    BLANK WHEN ZERO.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "FECHA EGRESO: ".
           05 WS-DAT-FECHA-EGR    PIC 9(08)    BLANK WHEN ZERO.
           05 FILLER              PIC X(44)    VALUE ' '.

      * SECCION CAMBIOS AUDITADOS: UNA LINEA POR PAR
      * ANTES/DESPUES, COMO EN EL REPORTE DE PGM_AUDI_EMP.

       01  WS-SUBT-CAMBIOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "CAPTURA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "VIGENCIA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "HORA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "T".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "ORIGEN".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "SAL.ANTERIOR".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "   SAL.NUEVO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(32)    VALUE "CAMPOS CAMBIADOS".
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "APROBADOR".

       01  WS-DETALLE-CAMBIO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CAM-CAPTURA      PIC 9(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CAM-VIGENCIA     PIC 9(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CAM-HORA         PIC 9(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CAM-TIPO         PIC X(01).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-CAM-ORIGEN       PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CAM-SAL-ANT      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CAM-SAL-NVO      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CAM-CAMPOS.
              10 WS-CAM-CAMPO OCCURS 8 TIMES
                                  PIC X(04).
           05 WS-CAM-OPERADOR     PIC X(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CAM-APROBADOR    PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-CANT-CAMPOS         PIC 9(01)    VALUE 0.

      * SECCION MOVIMIENTOS NO APLICADOS: DIFERIDOS POR FECHA
      * DE VIGENCIA, RETENIDOS A LA ESPERA DE APROBACION Y
      * RETENIDOS POR PRESUPUESTO (CON UNA SEGUNDA LINEA DE
      * FALTANTE).

       01  WS-SUBT-PENDIENTES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "ORIGEN".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "T".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "VIGENCIA".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "RETENIDO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "MOT".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "S".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "PUESTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     SALARIO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(17)    VALUE ' '.

       01  WS-DETALLE-PEND.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PEN-ORIGEN       PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PEN-TIPO         PIC X(01).
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-PEN-VIGENCIA     PIC X(08).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-PEN-RETENIDO     PIC 9(08)    BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PEN-MOTIVO       PIC X(03).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-PEN-STATUS       PIC X(01).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-PEN-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PEN-PUESTO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PEN-SALARIO      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PEN-OPERADOR     PIC X(08).
           05 FILLER              PIC X(17)    VALUE ' '.

       01  WS-DETALLE-FALTA.
           05 FILLER              PIC X(13)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE
                                  "FALTANTE DOTACION : ".
           05 WS-FAL-DOTACION     PIC ZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE
                                  "FALTANTE MASA SAL.: ".
           05 WS-FAL-MASA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE ' '.

      * SECCION EVOLUCION SEGUN LAS FOTOS CATALOGADAS.

       01  WS-SUBT-EVOLUCION.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "FOTO".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "S".
           05 FILLER              PIC X(05)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "PUESTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     SALARIO".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE "OBSERVACION".
           05 FILLER              PIC X(15)    VALUE ' '.

       01  WS-DETALLE-EVO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EVO-FECHA        PIC 9(08).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-EVO-STATUS       PIC X(01).
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-EVO-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EVO-PUESTO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EVO-SALARIO      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-EVO-OBSERV       PIC X(40).
           05 FILLER              PIC X(15)    VALUE ' '.

      * OBSERVACION CON LOS CAMPOS QUE CAMBIARON CONTRA LA FOTO
      * ANTERIOR EN LA QUE FIGURO EL LEGAJO.

       01  WS-OBS-CAMBIOS.
           05 FILLER              PIC X(08)    VALUE "CAMBIA: ".
           05 WS-OBS-CAMPO OCCURS 4 TIMES
                                  PIC X(04).
           05 FILLER              PIC X(16)    VALUE ' '.

      * TOTALES.

       01  WS-DETALLE-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-TOT-LABEL        PIC X(29).
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(84)    VALUE ' '.

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

           PERFORM 015-LEE-PARAMETROS THRU 015-FIN
           PERFORM 030-ABRE-ARCHIVOS  THRU 030-FIN
           PERFORM 105-ENCABEZADO     THRU 105-FIN

           IF WS-LEGAJO-PEDIDO = SPACES
              MOVE "LEGAJO NO INFORMADO EN LA TARJETA DE PARAMETROS"
                                          TO WS-SIN-TEXTO
              PERFORM 115-SIN-DATOS THRU 115-FIN
           ELSE
              PERFORM 020-DATOS-ACTUALES THRU 020-FIN

              SORT ARCHIVO-SORT ON ASCENDING KEY
                   SRT-FECHA SRT-HORA SRT-SECUENCIA
              INPUT  PROCEDURE 040-SELECCIONA-AUDIT THRU 040-FIN
              OUTPUT PROCEDURE 050-LISTA-CAMBIOS    THRU 050-FIN

              PERFORM 060-LISTA-PENDIENTES THRU 060-FIN
              PERFORM 080-EVOLUCION        THRU 080-FIN
           END-IF

           PERFORM 200-FINAL THRU 200-FIN.

           GOBACK.

      * LEGAJO A CONSULTAR Y RANGO DE ANIOS DE LOS HISTORICOS
      * DE AUDITORIA. SIN RANGO: LOS DIEZ ANIOS QUE TERMINAN
      * EN EL ANIO EN CURSO.

       015-LEE-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-AAAA          TO WS-ANIO-HASTA
           COMPUTE WS-ANIO-DESDE = WS-DATE-AAAA - 9

           OPEN INPUT PARAMETROS

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 MOVE PARM-DOS-LEGAJO TO WS-LEGAJO-PEDIDO
                 IF PARM-DOS-ANIO-DESDE IS NUMERIC
                    AND PARM-DOS-ANIO-DESDE > 0
                    MOVE PARM-DOS-ANIO-DESDE TO WS-ANIO-DESDE
                 END-IF
                 IF PARM-DOS-ANIO-HASTA IS NUMERIC
                    AND PARM-DOS-ANIO-HASTA > 0
                    MOVE PARM-DOS-ANIO-HASTA TO WS-ANIO-HASTA
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

      * DATOS DEL EMPLEADO: PRIMERO EL MAESTRO; SI EL LEGAJO YA
      * NO ESTA, SE BUSCA EN EL HISTORICO DE ARCHIVADOS.

       020-DATOS-ACTUALES.
           MOVE "DATOS DEL EMPLEADO"  TO WS-SEC-TEXTO
           MOVE WS-SUBT-DATOS         TO WS-SUBT-VIGENTE
           PERFORM 110-ABRE-SECCION THRU 110-FIN

           OPEN INPUT MAESTRO

           IF 88-FS-MAESTRO-YES
              SET 88-OPEN-MAESTRO-YES TO TRUE
              MOVE WS-LEGAJO-PEDIDO TO MST-LEGAJO-EMP
              READ MAESTRO
              IF 88-FS-MAESTRO-YES
                 PERFORM 022-LISTA-MAESTRO THRU 022-FIN
              ELSE
                 IF NOT 88-FS-MAESTRO-NOF
                    MOVE "020-DATOS-ACTUALES - MAESTRO"
                                             TO WS-ERR-PARRAFO
                    MOVE FS-MAESTRO          TO WS-ERR-FS-STATUS
                    PERFORM 900-ERROR-IO THRU 900-FIN
                 END-IF
              END-IF
              CLOSE MAESTRO
              SET 88-OPEN-MAESTRO-NO TO TRUE
           ELSE
              IF 88-FS-MAESTRO-NOFILE
                 MOVE "020-DATOS-ACTUALES - MAESTRO OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-MAESTRO          TO WS-ERR-FS-STATUS
                 PERFORM 910-AVISO-IO THRU 910-FIN
              ELSE
                 MOVE "020-DATOS-ACTUALES - MAESTRO OPEN"
                                          TO WS-ERR-PARRAFO
                 MOVE FS-MAESTRO          TO WS-ERR-FS-STATUS
                 PERFORM 900-ERROR-IO THRU 900-FIN
              END-IF
           END-IF

           IF WS-HALLADOS-MST = 0
              PERFORM 024-BUSCA-HISTORICO THRU 024-FIN
           END-IF

           IF WS-HALLADOS-MST = 0 AND WS-HALLADOS-HIS = 0
              MOVE "LEGAJO NO FIGURA EN EL MAESTRO NI EN EL HISTORICO"
                                          TO WS-SIN-TEXTO
              PERFORM 115-SIN-DATOS THRU 115-FIN
           END-IF.

       020-FIN.  EXIT.

       022-LISTA-MAESTRO.
           MOVE "MAESTRO"         TO WS-DAT-ORIGEN
           MOVE 0                 TO WS-DAT-FECHA-ARCH
           MOVE MST-LEGAJO-EMP    TO WS-DAT-LEGAJO
           MOVE MST-NOMBRE-EMP    TO WS-DAT-NOMBRE
           MOVE MST-APELLIDO-EMP  TO WS-DAT-APELLIDO
           MOVE MST-STATUS-EMP    TO WS-DAT-STATUS
           MOVE MST-DEPTO-EMP     TO WS-DAT-DEPTO
           MOVE MST-PUESTO-EMP    TO WS-DAT-PUESTO
           MOVE MST-SALARIO-EMP   TO WS-DAT-SALARIO
           MOVE MST-FECHA-INGRESO TO WS-DAT-FECHA-ING
           MOVE MST-FECHA-EGRESO  TO WS-DAT-FECHA-EGR

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-DATOS TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-FECHAS TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           ADD 1 TO WS-HALLADOS-MST.

       022-FIN.  EXIT.

       024-BUSCA-HISTORICO.
           OPEN INPUT HISTORICO

           IF 88-FS-HISTORICO-YES
              SET 88-OPEN-HISTORICO-YES TO TRUE
           ELSE
              MOVE "024-BUSCA-HISTORICO - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-HISTORICO                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-HIS
           PERFORM 025-LEE-HISTORICO THRU 025-FIN
           PERFORM 026-FILTRA-HISTORICO THRU 026-FIN
                   UNTIL SW-FIN-HIS EQUAL "FIN"

           CLOSE HISTORICO
           SET 88-OPEN-HISTORICO-NO TO TRUE.

       024-FIN.  EXIT.

       025-LEE-HISTORICO.
           READ HISTORICO INTO WS-REG-HISTORICO
               AT END
                   MOVE "FIN" TO SW-FIN-HIS
           END-READ
           IF NOT 88-FS-HISTORICO-YES AND NOT 88-FS-HISTORICO-EOF
              MOVE "025-LEE-HISTORICO" TO WS-ERR-PARRAFO
              MOVE FS-HISTORICO        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       025-FIN.  EXIT.

       026-FILTRA-HISTORICO.
           IF WS-HIS-LEGAJO = WS-LEGAJO-PEDIDO
              MOVE "HISTORICO"       TO WS-DAT-ORIGEN
              MOVE WS-HIS-FECHA-ARCH TO WS-DAT-FECHA-ARCH
              MOVE WS-HIS-LEGAJO     TO WS-DAT-LEGAJO
              MOVE WS-HIS-NOMBRE     TO WS-DAT-NOMBRE
              MOVE WS-HIS-APELLIDO   TO WS-DAT-APELLIDO
              MOVE WS-HIS-STATUS     TO WS-DAT-STATUS
              MOVE WS-HIS-DEPTO      TO WS-DAT-DEPTO
              MOVE WS-HIS-PUESTO     TO WS-DAT-PUESTO
              IF WS-HIS-SALARIO IS NUMERIC
                 MOVE WS-HIS-SALARIO-N TO WS-DAT-SALARIO
              ELSE
                 MOVE 0 TO WS-DAT-SALARIO
              END-IF
              IF WS-HIS-FECHA-ING IS NUMERIC
                 MOVE WS-HIS-FECHA-ING-N TO WS-DAT-FECHA-ING
              ELSE
                 MOVE 0 TO WS-DAT-FECHA-ING
              END-IF
              IF WS-HIS-FECHA-EGR IS NUMERIC
                 MOVE WS-HIS-FECHA-EGR-N TO WS-DAT-FECHA-EGR
              ELSE
                 MOVE 0 TO WS-DAT-FECHA-EGR
              END-IF

              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-DATOS TO WS-LINEA-SALIDA
              PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-FECHAS TO WS-LINEA-SALIDA
              PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

              ADD 1 TO WS-HALLADOS-HIS
           END-IF

           PERFORM 025-LEE-HISTORICO THRU 025-FIN.

       026-FIN.  EXIT.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT DOSSREPO

           IF 88-FS-DOSSREPO-YES
              SET 88-OPEN-DOSSREPO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - DOSSREPO"  TO WS-ERR-PARRAFO
              MOVE FS-DOSSREPO                    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       030-FIN.  EXIT.

      * ENTRADA DEL SORT: RECORRE LOS HISTORICOS ANUALES DEL
      * RANGO Y DESPUES EL ARCHIVO ACTIVO, Y LIBERA CADA PAR
      * ANTES/DESPUES EN EL QUE FIGURA EL LEGAJO PEDIDO.

       040-SELECCIONA-AUDIT.
           PERFORM 042-LEE-ANIO THRU 042-FIN
                   VARYING WS-ANIO-AUD FROM WS-ANIO-DESDE BY 1
                   UNTIL WS-ANIO-AUD > WS-ANIO-HASTA

           MOVE "AUDITORI" TO WS-NOMBRE-BASE
           PERFORM 044-RECORRE-AUDITORIA THRU 044-FIN.

       040-FIN.  EXIT.

      * HISTORICO ANUAL DE AUDITORIA: AUDI + ANIO.

       042-LEE-ANIO.
           MOVE SPACES TO WS-NOMBRE-BASE
           STRING "AUDI"        DELIMITED BY SIZE
                  WS-ANIO-AUD   DELIMITED BY SIZE
             INTO WS-NOMBRE-BASE
           END-STRING

           PERFORM 044-RECORRE-AUDITORIA THRU 044-FIN.

       042-FIN.  EXIT.

      * RECORRE EL ARCHIVO DE AUDITORIA DE WS-NOMBRE-BASE. SI
      * NO EXISTE SE SALTEA.

       044-RECORRE-AUDITORIA.
           MOVE SPACES TO WS-NOMBRE-AUDIT
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\"
                                            DELIMITED BY SIZE
                  WS-NOMBRE-BASE            DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-AUDIT
           END-STRING

           OPEN INPUT AUDITORIA

           IF NOT 88-FS-AUDITORIA-YES
              MOVE "044-RECORRE-AUDITORIA - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-AUDITORIA                   TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-AUDITORIA-NOFILE
              CLOSE AUDITORIA
              GO TO 044-FIN
           END-IF

           SET 88-OPEN-AUDITORIA-YES TO TRUE
           MOVE 'N'    TO WS-SW-ANTES-CARGADA
           MOVE SPACES TO SW-FIN-AUD
           PERFORM 045-LEE-AUDITORIA THRU 045-FIN
           PERFORM 046-SELECCIONA-PAR THRU 046-FIN
                   UNTIL SW-FIN-AUD EQUAL "FIN"

           CLOSE AUDITORIA
           SET 88-OPEN-AUDITORIA-NO TO TRUE.

       044-FIN.  EXIT.

       045-LEE-AUDITORIA.
           READ AUDITORIA INTO WS-REG-AUDITORIA
               AT END
                   MOVE "FIN" TO SW-FIN-AUD
           END-READ
           IF NOT 88-FS-AUDITORIA-YES AND NOT 88-FS-AUDITORIA-EOF
              MOVE "045-LEE-AUDITORIA" TO WS-ERR-PARRAFO
              MOVE FS-AUDITORIA        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-AUD EQUAL "FIN"
              ADD 1 TO WS-LEIDOS-AUD
           END-IF.

       045-FIN.  EXIT.

      * EL ALTA TRAE LA IMAGEN ANTES EN BLANCO Y LA BAJA DE
      * LOS REGISTROS ANTERIORES A LA BAJA LOGICA TRAE LA
      * IMAGEN DESPUES EN BLANCO: EL LEGAJO SE BUSCA EN LAS DOS.

       046-SELECCIONA-PAR.
           IF 88-AUD-ANTES
              MOVE WS-AUD-IMAGEN TO WS-IMAGEN-ANTES
              SET 88-ANTES-CARGADA TO TRUE
           ELSE
              IF 88-AUD-DESPUES
                 MOVE WS-AUD-IMAGEN TO WS-IMAGEN-DESPUES
                 IF WS-DES-LEGAJO = WS-LEGAJO-PEDIDO
                    OR (88-ANTES-CARGADA
                        AND WS-ANT-LEGAJO = WS-LEGAJO-PEDIDO)
                    PERFORM 048-LIBERA-PAR THRU 048-FIN
                 END-IF
                 MOVE 'N' TO WS-SW-ANTES-CARGADA
              END-IF
           END-IF

           PERFORM 045-LEE-AUDITORIA THRU 045-FIN.

       046-FIN.  EXIT.

       048-LIBERA-PAR.
           ADD 1 TO WS-SEC-AUDIT

           MOVE WS-AUD-FECHA      TO SRT-FECHA
           MOVE WS-AUD-HORA       TO SRT-HORA
           MOVE WS-SEC-AUDIT      TO SRT-SECUENCIA
           MOVE WS-AUD-TIPO-MOV   TO SRT-TIPO-MOV
           MOVE WS-AUD-FECHA-EFEC TO SRT-FECHA-EFEC
           MOVE WS-NOMBRE-BASE    TO SRT-ORIGEN
           MOVE WS-IMAGEN-DESPUES TO SRT-DESPUES
           MOVE WS-AUD-OPERADOR   TO SRT-OPERADOR
           MOVE WS-AUD-APROBADOR  TO SRT-APROBADOR
           IF 88-ANTES-CARGADA
              MOVE WS-IMAGEN-ANTES TO SRT-ANTES
           ELSE
              MOVE SPACES          TO SRT-ANTES
           END-IF

           RELEASE REG-SORT.

       048-FIN.  EXIT.

      * SALIDA DEL SORT: UNA LINEA POR CAMBIO, EN ORDEN DE
      * FECHA Y HORA DE CAPTURA.

       050-LISTA-CAMBIOS.
           MOVE "CAMBIOS AUDITADOS"   TO WS-SEC-TEXTO
           MOVE WS-SUBT-CAMBIOS       TO WS-SUBT-VIGENTE
           PERFORM 110-ABRE-SECCION THRU 110-FIN

           MOVE SPACES TO SW-FIN-SORT
           PERFORM 052-RETORNA-CAMBIO THRU 052-FIN
           PERFORM 054-LISTA-CAMBIO   THRU 054-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"

           IF WS-LISTADOS-AUD = 0
              MOVE "SIN CAMBIOS AUDITADOS PARA EL LEGAJO"
                                          TO WS-SIN-TEXTO
              PERFORM 115-SIN-DATOS THRU 115-FIN
           END-IF.

       050-FIN.  EXIT.

       052-RETORNA-CAMBIO.
           RETURN ARCHIVO-SORT
               AT END
                   MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.

       052-FIN.  EXIT.

       054-LISTA-CAMBIO.
           MOVE SRT-ANTES   TO WS-IMAGEN-ANTES
           MOVE SRT-DESPUES TO WS-IMAGEN-DESPUES
           IF SRT-ANTES = SPACES
              MOVE 'N' TO WS-SW-ANTES-CARGADA
           ELSE
              SET 88-ANTES-CARGADA TO TRUE
           END-IF

           MOVE SPACES TO WS-CAM-CAMPOS
           MOVE 0      TO WS-CANT-CAMPOS
           PERFORM 056-COMPARA-CAMPOS THRU 056-FIN

           MOVE SRT-FECHA         TO WS-CAM-CAPTURA
           MOVE SRT-FECHA-EFEC    TO WS-CAM-VIGENCIA
           MOVE SRT-HORA          TO WS-CAM-HORA
           MOVE SRT-TIPO-MOV      TO WS-CAM-TIPO
           MOVE SRT-ORIGEN        TO WS-CAM-ORIGEN
           MOVE SRT-OPERADOR      TO WS-CAM-OPERADOR
           MOVE SRT-APROBADOR     TO WS-CAM-APROBADOR

           IF 88-ANTES-CARGADA AND WS-ANT-SALARIO IS NUMERIC
              MOVE WS-ANT-SALARIO-N TO WS-CAM-SAL-ANT
           ELSE
              MOVE 0 TO WS-CAM-SAL-ANT
           END-IF
           IF WS-DES-SALARIO IS NUMERIC
              MOVE WS-DES-SALARIO-N TO WS-CAM-SAL-NVO
           ELSE
              MOVE 0 TO WS-CAM-SAL-NVO
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-CAMBIO TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN

           ADD 1 TO WS-LISTADOS-AUD

           PERFORM 052-RETORNA-CAMBIO THRU 052-FIN.

       054-FIN.  EXIT.

      * CAMPOS QUE CAMBIARON ENTRE LAS IMAGENES, CON LOS MISMOS
      * CODIGOS QUE EL REPORTE DE PGM_AUDI_EMP.

       056-COMPARA-CAMPOS.
           IF SRT-TIPO-MOV = 'A'
              MOVE "ALTA" TO WS-CAM-CAMPO (1)
              GO TO 056-FIN
           END-IF
           IF SRT-TIPO-MOV = 'B'
              MOVE "BAJA" TO WS-CAM-CAMPO (1)
              GO TO 056-FIN
           END-IF

           IF NOT 88-ANTES-CARGADA
              MOVE "S/A " TO WS-CAM-CAMPO (1)
              GO TO 056-FIN
           END-IF

           IF WS-ANT-NOMBRE NOT = WS-DES-NOMBRE
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "NOM" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-APELLIDO NOT = WS-DES-APELLIDO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "APE" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-STATUS NOT = WS-DES-STATUS
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "STA" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-DEPTO NOT = WS-DES-DEPTO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "DEP" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-PUESTO NOT = WS-DES-PUESTO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "PUE" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-SALARIO NOT = WS-DES-SALARIO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "SAL" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-FECHA-ING NOT = WS-DES-FECHA-ING
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "ING" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ANT-FECHA-EGR NOT = WS-DES-FECHA-EGR
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "EGR" TO WS-CAM-CAMPO (WS-CANT-CAMPOS)
           END-IF

           IF WS-CANT-CAMPOS = 0
              MOVE "IGU " TO WS-CAM-CAMPO (1)
           END-IF.

       056-FIN.  EXIT.

      * MOVIMIENTOS DEL LEGAJO QUE TODAVIA NO SE APLICARON:
      * DIFERIDOS POR FECHA DE VIGENCIA (PENDIENT.TXT),
      * RETENIDOS A LA ESPERA DE APROBACION (RETENIDO.TXT) Y
      * RETENIDOS POR PRESUPUESTO (PRESRET.TXT).

       060-LISTA-PENDIENTES.
           MOVE "MOVIMIENTOS PENDIENTES DE APLICAR"
                                      TO WS-SEC-TEXTO
           MOVE WS-SUBT-PENDIENTES    TO WS-SUBT-VIGENTE
           PERFORM 110-ABRE-SECCION THRU 110-FIN

           OPEN INPUT PENDIENTES

           IF 88-FS-PENDIENTES-YES
              SET 88-OPEN-PENDIENTES-YES TO TRUE
           ELSE
              MOVE "060-LISTA-PENDIENTES - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-PENDIENTES                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-PEND
           PERFORM 062-LEE-PENDIENTE THRU 062-FIN
           PERFORM 064-FILTRA-PENDIENTE THRU 064-FIN
                   UNTIL SW-FIN-PEND EQUAL "FIN"

           CLOSE PENDIENTES
           SET 88-OPEN-PENDIENTES-NO TO TRUE

           PERFORM 070-LISTA-RETENIDOS THRU 070-FIN
           PERFORM 076-LISTA-RET-PRESUP THRU 076-FIN

           IF WS-HALLADOS-PEND = 0 AND WS-HALLADOS-RET = 0
              AND WS-HALLADOS-PRES = 0
              MOVE "SIN MOVIMIENTOS PENDIENTES NI RETENIDOS"
                                          TO WS-SIN-TEXTO
              PERFORM 115-SIN-DATOS THRU 115-FIN
           END-IF.

       060-FIN.  EXIT.

       062-LEE-PENDIENTE.
           READ PENDIENTES INTO WS-REG-MOVIMIENTO
               AT END
                   MOVE "FIN" TO SW-FIN-PEND
           END-READ
           IF NOT 88-FS-PENDIENTES-YES AND NOT 88-FS-PENDIENTES-EOF
              MOVE "062-LEE-PENDIENTE" TO WS-ERR-PARRAFO
              MOVE FS-PENDIENTES       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       062-FIN.  EXIT.

       064-FILTRA-PENDIENTE.
           IF 88-MOV-APLICABLE
              AND WS-MOV-LEGAJO-EMP = WS-LEGAJO-PEDIDO
              MOVE "PENDIENTE" TO WS-PEN-ORIGEN
              MOVE 0           TO WS-PEN-RETENIDO
              MOVE SPACES      TO WS-PEN-MOTIVO
              PERFORM 066-LISTA-MOVIMIENTO THRU 066-FIN
              ADD 1 TO WS-HALLADOS-PEND
           END-IF

           PERFORM 062-LEE-PENDIENTE THRU 062-FIN.

       064-FIN.  EXIT.

       066-LISTA-MOVIMIENTO.
           MOVE WS-MOV-TIPO         TO WS-PEN-TIPO
           MOVE WS-MOV-FECHA-EFEC   TO WS-PEN-VIGENCIA
           MOVE WS-MOV-STATUS-EMP   TO WS-PEN-STATUS
           MOVE WS-MOV-DEPTO-EMP    TO WS-PEN-DEPTO
           MOVE WS-MOV-PUESTO-EMP   TO WS-PEN-PUESTO
           MOVE WS-MOV-OPERADOR     TO WS-PEN-OPERADOR
           IF WS-MOV-SALARIO-EMP IS NUMERIC
              MOVE WS-MOV-SALARIO-N TO WS-PEN-SALARIO
           ELSE
              MOVE 0 TO WS-PEN-SALARIO
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-PEND TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       066-FIN.  EXIT.

       070-LISTA-RETENIDOS.
           OPEN INPUT RETENIDOS

           IF 88-FS-RETENIDOS-YES
              SET 88-OPEN-RETENIDOS-YES TO TRUE
           ELSE
              MOVE "070-LISTA-RETENIDOS - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-RETENIDOS                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-RET
           PERFORM 072-LEE-RETENIDO THRU 072-FIN
           PERFORM 074-FILTRA-RETENIDO THRU 074-FIN
                   UNTIL SW-FIN-RET EQUAL "FIN"

           CLOSE RETENIDOS
           SET 88-OPEN-RETENIDOS-NO TO TRUE.

       070-FIN.  EXIT.

       072-LEE-RETENIDO.
           READ RETENIDOS INTO WS-REG-RETENIDO
               AT END
                   MOVE "FIN" TO SW-FIN-RET
           END-READ
           IF NOT 88-FS-RETENIDOS-YES AND NOT 88-FS-RETENIDOS-EOF
              MOVE "072-LEE-RETENIDO" TO WS-ERR-PARRAFO
              MOVE FS-RETENIDOS       TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       072-FIN.  EXIT.

       074-FILTRA-RETENIDO.
           MOVE WS-RET-MOVIMIENTO TO WS-REG-MOVIMIENTO

           IF WS-MOV-LEGAJO-EMP = WS-LEGAJO-PEDIDO
              MOVE "RETENIDO"     TO WS-PEN-ORIGEN
              MOVE WS-RET-FECHA   TO WS-PEN-RETENIDO
              MOVE WS-RET-MOTIVO  TO WS-PEN-MOTIVO
              PERFORM 066-LISTA-MOVIMIENTO THRU 066-FIN
              ADD 1 TO WS-HALLADOS-RET
           END-IF

           PERFORM 072-LEE-RETENIDO THRU 072-FIN.

       074-FIN.  EXIT.

      * RETENIDOS POR PRESUPUESTO: MOTIVO DOT, SAL, AMB O DPC
      * Y, DEBAJO, EL FALTANTE DE DOTACION Y DE MASA SALARIAL
      * DEL DEPTO DE DESTINO AL MOMENTO DE RETENERSE.

       076-LISTA-RET-PRESUP.
           OPEN INPUT RET-PRESUP

           IF 88-FS-RET-PRESUP-YES
              SET 88-OPEN-RET-PRESUP-YES TO TRUE
           ELSE
              MOVE "076-LISTA-RET-PRESUP - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-RET-PRESUP                 TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-PRES
           PERFORM 077-LEE-RET-PRESUP THRU 077-FIN
           PERFORM 078-FILTRA-RET-PRESUP THRU 078-FIN
                   UNTIL SW-FIN-PRES EQUAL "FIN"

           CLOSE RET-PRESUP
           SET 88-OPEN-RET-PRESUP-NO TO TRUE.

       076-FIN.  EXIT.

       077-LEE-RET-PRESUP.
           READ RET-PRESUP INTO WS-REG-RET-PRESUP
               AT END
                   MOVE "FIN" TO SW-FIN-PRES
           END-READ
           IF NOT 88-FS-RET-PRESUP-YES AND NOT 88-FS-RET-PRESUP-EOF
              MOVE "077-LEE-RET-PRESUP" TO WS-ERR-PARRAFO
              MOVE FS-RET-PRESUP        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       077-FIN.  EXIT.

       078-FILTRA-RET-PRESUP.
           MOVE WS-RPR-MOVIMIENTO TO WS-REG-MOVIMIENTO

           IF WS-MOV-LEGAJO-EMP = WS-LEGAJO-PEDIDO
              MOVE "RET.PRESUP"   TO WS-PEN-ORIGEN
              MOVE WS-RPR-FECHA   TO WS-PEN-RETENIDO
              MOVE WS-RPR-MOTIVO  TO WS-PEN-MOTIVO
              PERFORM 066-LISTA-MOVIMIENTO THRU 066-FIN
              MOVE WS-RPR-FALTA-DOT TO WS-FAL-DOTACION
              MOVE WS-RPR-FALTA-SAL TO WS-FAL-MASA
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-FALTA TO WS-LINEA-SALIDA
              PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN
              ADD 1 TO WS-HALLADOS-PRES
           END-IF

           PERFORM 077-LEE-RET-PRESUP THRU 077-FIN.

       078-FIN.  EXIT.

      * EVOLUCION: EL LEGAJO EN CADA GENERACION DE FOTO DEL
      * CATALOGO, DE LA MAS VIEJA A LA MAS NUEVA.

       080-EVOLUCION.
           MOVE "EVOLUCION SEGUN FOTOS CATALOGADAS"
                                      TO WS-SEC-TEXTO
           MOVE WS-SUBT-EVOLUCION     TO WS-SUBT-VIGENTE
           PERFORM 110-ABRE-SECCION THRU 110-FIN

           PERFORM 082-CARGA-GENERACIONES THRU 082-FIN

           IF WS-CANT-GEN = 0
              MOVE "SIN GENERACIONES CATALOGADAS EN SNAPGEN"
                                          TO WS-SIN-TEXTO
              PERFORM 115-SIN-DATOS THRU 115-FIN
              GO TO 080-FIN
           END-IF

           SET 88-EVO-SIN-PREVIA TO TRUE
           PERFORM 084-EVALUA-FOTO THRU 084-FIN
                   VARYING WS-IDX-GEN FROM 1 BY 1
                   UNTIL WS-IDX-GEN > WS-CANT-GEN.

       080-FIN.  EXIT.

       082-CARGA-GENERACIONES.
           OPEN INPUT SNAP-GEN

           IF NOT 88-FS-SNAP-GEN-YES
              MOVE "082-CARGA-GENERACIONES - OPEN"
                                       TO WS-ERR-PARRAFO
              MOVE FS-SNAP-GEN         TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              GO TO 082-FIN
           END-IF

           MOVE SPACES TO SW-FIN-GEN
           PERFORM 083-LEE-GENERACION THRU 083-FIN
                   UNTIL SW-FIN-GEN EQUAL "FIN"

           CLOSE SNAP-GEN.

       082-FIN.  EXIT.

       083-LEE-GENERACION.
           READ SNAP-GEN
               AT END
                   MOVE "FIN" TO SW-FIN-GEN
           END-READ
           IF NOT 88-FS-SNAP-GEN-YES AND NOT 88-FS-SNAP-GEN-EOF
              MOVE "083-LEE-GENERACION" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-GEN          TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-GEN EQUAL "FIN"
              IF WS-CANT-GEN < 99 AND GEN-FECHA IS NUMERIC
                 ADD 1 TO WS-CANT-GEN
                 MOVE GEN-FECHA TO WS-GEN-FECHA (WS-CANT-GEN)
              END-IF
           END-IF.

       083-FIN.  EXIT.

      * BUSCA EL LEGAJO EN LA FOTO DE LA GENERACION. UNA FOTO
      * CATALOGADA QUE YA NO ESTA EN DISCO SE INFORMA COMO NO
      * DISPONIBLE Y NO CORTA LA SECUENCIA DE COMPARACION.

       084-EVALUA-FOTO.
           MOVE WS-GEN-FECHA (WS-IDX-GEN) TO WS-FECHA-NOMBRE
           PERFORM 085-ARMA-NOMBRE THRU 085-FIN

           MOVE SPACES TO WS-DETALLE-EVO
           MOVE WS-GEN-FECHA (WS-IDX-GEN) TO WS-EVO-FECHA
           MOVE 0                         TO WS-EVO-SALARIO

           OPEN INPUT SNAPSHOT

           IF NOT 88-FS-SNAPSHOT-YES
              MOVE "084-EVALUA-FOTO - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-SNAPSHOT              TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-FS-SNAPSHOT-NOFILE
              CLOSE SNAPSHOT
              MOVE "FOTO NO DISPONIBLE" TO WS-EVO-OBSERV
           ELSE
              PERFORM 086-BUSCA-EN-FOTO THRU 086-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-EVO TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       084-FIN.  EXIT.

      * ARMA EL NOMBRE FECHADO DE UNA FOTO: SNP + AAAAMMDD.

       085-ARMA-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-SNAP
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SNP"
                                            DELIMITED BY SIZE
                  WS-FECHA-NOMBRE           DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-SNAP
           END-STRING.

       085-FIN.  EXIT.

       086-BUSCA-EN-FOTO.
           SET 88-OPEN-SNAPSHOT-YES TO TRUE
           MOVE 'N'    TO WS-SW-SNP-HALLADO
           MOVE SPACES TO SW-FIN-SNAP
           PERFORM 087-LEE-FOTO THRU 087-FIN
                   UNTIL SW-FIN-SNAP EQUAL "FIN"
                      OR 88-SNP-HALLADO

           CLOSE SNAPSHOT
           SET 88-OPEN-SNAPSHOT-NO TO TRUE

           IF 88-SNP-HALLADO
              PERFORM 088-COMPARA-FOTO THRU 088-FIN
           ELSE
              MOVE "NO FIGURA EN LA FOTO" TO WS-EVO-OBSERV
              IF 88-EVO-PRESENTE
                 SET 88-EVO-AUSENTE TO TRUE
              END-IF
           END-IF.

       086-FIN.  EXIT.

       087-LEE-FOTO.
           READ SNAPSHOT INTO WS-REG-SNAPSHOT
               AT END
                   MOVE "FIN" TO SW-FIN-SNAP
           END-READ
           IF NOT 88-FS-SNAPSHOT-YES AND NOT 88-FS-SNAPSHOT-EOF
              MOVE "087-LEE-FOTO"  TO WS-ERR-PARRAFO
              MOVE FS-SNAPSHOT     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-SNAP EQUAL "FIN"
              IF WS-SNP-LEGAJO = WS-LEGAJO-PEDIDO
                 SET 88-SNP-HALLADO TO TRUE
              END-IF
           END-IF.

       087-FIN.  EXIT.

      * COMPARA LA FOTO CONTRA LA ULTIMA EN LA QUE FIGURO EL
      * LEGAJO Y DEJA EN LA OBSERVACION QUE CAMBIO.

       088-COMPARA-FOTO.
           MOVE WS-SNP-STATUS  TO WS-EVO-STATUS
           MOVE WS-SNP-DEPTO   TO WS-EVO-DEPTO
           MOVE WS-SNP-PUESTO  TO WS-EVO-PUESTO
           IF WS-SNP-SALARIO IS NUMERIC
              MOVE WS-SNP-SALARIO-N TO WS-EVO-SALARIO
           END-IF

           ADD 1 TO WS-FOTOS-LEGAJO

           IF 88-EVO-SIN-PREVIA
              MOVE "PRIMERA FOTO CON EL LEGAJO" TO WS-EVO-OBSERV
           ELSE
              IF 88-EVO-AUSENTE
                 MOVE "REAPARECE EN LA FOTO" TO WS-EVO-OBSERV
              ELSE
                 PERFORM 089-CAMPOS-FOTO THRU 089-FIN
              END-IF
           END-IF

           MOVE WS-SNP-STATUS  TO WS-PRV-STATUS
           MOVE WS-SNP-DEPTO   TO WS-PRV-DEPTO
           MOVE WS-SNP-PUESTO  TO WS-PRV-PUESTO
           MOVE WS-SNP-SALARIO TO WS-PRV-SALARIO
           SET 88-EVO-PRESENTE TO TRUE.

       088-FIN.  EXIT.

       089-CAMPOS-FOTO.
           MOVE SPACES TO WS-OBS-CAMPO (1) WS-OBS-CAMPO (2)
                          WS-OBS-CAMPO (3) WS-OBS-CAMPO (4)
           MOVE 0      TO WS-CANT-CAMPOS

           IF WS-SNP-STATUS NOT = WS-PRV-STATUS
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "STA" TO WS-OBS-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-SNP-DEPTO NOT = WS-PRV-DEPTO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "DEP" TO WS-OBS-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-SNP-PUESTO NOT = WS-PRV-PUESTO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "PUE" TO WS-OBS-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-SNP-SALARIO NOT = WS-PRV-SALARIO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "SAL" TO WS-OBS-CAMPO (WS-CANT-CAMPOS)
           END-IF

           IF WS-CANT-CAMPOS = 0
              MOVE "SIN CAMBIOS" TO WS-EVO-OBSERV
           ELSE
              MOVE WS-OBS-CAMBIOS TO WS-EVO-OBSERV
           END-IF.

       089-FIN.  EXIT.

       105-ENCABEZADO.
           ADD 1 TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM TO TIT-2-PAGINA

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-TITULO-1 TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-LEGAJO-PEDIDO       TO WS-TIT2-LEGAJO

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-TITULO-2 TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-GUIONES TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 0 TO WS-LINEAS.

       105-FIN.  EXIT.

      * TITULO Y SUBTITULO DE UNA SECCION DEL DOSSIER.

       110-ABRE-SECCION.
           IF WS-LINEAS + 6 >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-TIT-SECCION TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           PERFORM 112-SUBTITULO THRU 112-FIN.

       110-FIN.  EXIT.

       112-SUBTITULO.
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-GUIONES TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-SUBT-VIGENTE TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-GUIONES TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       112-FIN.  EXIT.

       115-SIN-DATOS.
           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DET-SIN-DATOS TO WS-LINEA-SALIDA
           PERFORM 945-ESCRIBE-DETALLE THRU 945-FIN.

       115-FIN.  EXIT.

       200-FINAL.
           IF WS-LEGAJO-PEDIDO NOT = SPACES
              MOVE "REGISTROS DEL EMPLEADO     : " TO WS-TOT-LABEL
              COMPUTE WS-TOT-CANT = WS-HALLADOS-MST + WS-HALLADOS-HIS
              MOVE 2 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "REGISTROS DE AUDITORIA     : " TO WS-TOT-LABEL
              MOVE WS-LEIDOS-AUD TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "CAMBIOS AUDITADOS LISTADOS : " TO WS-TOT-LABEL
              MOVE WS-LISTADOS-AUD TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "MOVIMIENTOS PENDIENTES     : " TO WS-TOT-LABEL
              MOVE WS-HALLADOS-PEND TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "MOVIMIENTOS RETENIDOS      : " TO WS-TOT-LABEL
              MOVE WS-HALLADOS-RET TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "RETENIDOS POR PRESUPUESTO  : " TO WS-TOT-LABEL
              MOVE WS-HALLADOS-PRES TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "FOTOS CON EL LEGAJO        : " TO WS-TOT-LABEL
              MOVE WS-FOTOS-LEGAJO TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN
           END-IF

           IF 88-OPEN-DOSSREPO-YES
              CLOSE DOSSREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           COMPUTE WS-TOTAL-HALLADOS = WS-HALLADOS-MST
                                     + WS-HALLADOS-HIS
                                     + WS-LISTADOS-AUD
                                     + WS-HALLADOS-PEND
                                     + WS-HALLADOS-RET
                                     + WS-HALLADOS-PRES
                                     + WS-FOTOS-LEGAJO

           IF WS-LEGAJO-PEDIDO = SPACES
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TOTAL-HALLADOS = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       200-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-DOSSREPO FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-DOSSREPO-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-DOSSREPO           TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-LINEAS.

       940-FIN.  EXIT.

      * LINEA DE DETALLE: AL LLENARSE LA PAGINA REPITE EL
      * ENCABEZADO Y EL SUBTITULO DE LA SECCION EN CURSO.

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
           MOVE SPACES TO WS-ERR-MENSAJE
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
           MOVE SPACES TO WS-ERR-MENSAJE
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
           IF 88-OPEN-MAESTRO-YES
              CLOSE MAESTRO
           END-IF
           IF 88-OPEN-HISTORICO-YES
              CLOSE HISTORICO
           END-IF
           IF 88-OPEN-AUDITORIA-YES
              CLOSE AUDITORIA
           END-IF
           IF 88-OPEN-PENDIENTES-YES
              CLOSE PENDIENTES
           END-IF
           IF 88-OPEN-RETENIDOS-YES
              CLOSE RETENIDOS
           END-IF
           IF 88-OPEN-RET-PRESUP-YES
              CLOSE RET-PRESUP
           END-IF
           IF 88-OPEN-SNAPSHOT-YES
              CLOSE SNAPSHOT
           END-IF
           IF 88-OPEN-DOSSREPO-YES
              CLOSE DOSSREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
