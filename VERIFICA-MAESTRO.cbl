      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM_VERI_EMP.
      * AUTHOR.                   AYELEN RIVERO.

      * DATE-WRITTEN.              15/01/24.
      * DATE-COMPILED.

      * ------------------------------------------------------
      * CONTROL DE INTEGRIDAD DEL MAESTRO DE EMPLEADOS.
      * PRUEBA QUE EMPMAST.DAT SOLO CAMBIO POR PGM_MANT_EMP
      * (Y POR LOS ARCHIVADOS DE PGM_ARCH_EMP): PARTE DE UNA
      * FOTO BASE DEL CATALOGO SNAPGEN.TXT, LE APLICA EN ORDEN
      * CADA IMAGEN DESPUES ('D') DE AUDITORIA CAPTURADA DESDE
      * LA FECHA DE LA FOTO (HISTORICOS ANUALES AUDI + ANIO Y
      * AUDITORI.TXT) Y SACA LOS LEGAJOS ARCHIVADOS EN
      * EMPHIST.TXT DESDE ESA FECHA. EL RESULTADO SE APAREA
      * POR LEGAJO CONTRA EL MAESTRO ACTUAL Y SE COMPARA CAMPO
      * POR CAMPO (STATUS, DEPTO, PUESTO Y SALARIO SIEMPRE;
      * NOMBRE Y APELLIDO CUANDO HAY UNA IMAGEN DE AUDITORIA
      * DEL LEGAJO, PORQUE LA FOTO NO LOS LLEVA; FECHAS DE
      * INGRESO Y EGRESO CUANDO LO ESPERADO LAS TRAE CARGADAS).
      * EXCEPCIONES (VERIREPO.TXT):
      *  - DIFIERE   : EL MAESTRO NO COINCIDE CON LO ESPERADO.
      *  - APARECE   : LEGAJO EN EL MAESTRO QUE NI LA FOTO NI
      *                LA AUDITORIA EXPLICAN.
      *  - DESAPARECE: LEGAJO ESPERADO QUE YA NO ESTA EN EL
      *                MAESTRO SIN BAJA AUDITADA NI ARCHIVO.
      * LA FOTO BASE SE ELIGE COMO EN PGM_DELTA_EMP: SIN
      * PARAMETRO (VERIPARM.TXT), LA ULTIMA ANTERIOR A HOY;
      * CON PARAMETRO, LA MAS NUEVA CON FECHA MENOR O IGUAL A
      * LA PEDIDA. LAS IMAGENES DEL MISMO DIA DE LA FOTO SE
      * VUELVEN A APLICAR: UNA IMAGEN DESPUES ES EL ESTADO
      * COMPLETO DEL REGISTRO, ASI QUE REAPLICARLA NO CAMBIA
      * EL RESULTADO. LA FOTO SALE DE EMPLIMPI.TXT: UN LEGAJO
      * RECHAZADO POR PGM_EDIT_EMP EL DIA DE LA FOTO NO FIGURA
      * EN ELLA Y, SI NO TUVO MOVIMIENTOS DESPUES, SE INFORMA
      * COMO APARECE.
      * TERMINA CON RETURN-CODE 8 SI HAY EXCEPCIONES Y CON 4
      * SI NO HAY FOTO BASE PARA HACER EL CONTROL.
      * ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPMAST.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS SEQUENTIAL
                               RECORD KEY   IS MST-LEGAJO-EMP
                               FILE STATUS  IS FS-MAESTRO.

      * CATALOGO DE GENERACIONES DE FOTOS DE PGM_DELTA_EMP.
           SELECT OPTIONAL SNAP-GEN ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SNAPGEN.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-GEN.

           SELECT SNAP-BASE    ASSIGN TO WS-NOMBRE-SNAP-BASE
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-SNAP-BASE.

      * AUDITORIA: EL NOMBRE SE ARMA PARA CADA HISTORICO ANUAL
      * (AUDI + ANIO) Y PARA EL ARCHIVO ACTIVO (AUDITORI).
           SELECT OPTIONAL AUDITORIA ASSIGN TO WS-NOMBRE-AUDIT
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-AUDITORIA.

           SELECT OPTIONAL HISTORICO ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\EMPHIST.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-HISTORICO.

           SELECT PARAMETROS   ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\VERIPARM.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-PARAMETROS.

           SELECT VERIREPO     ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\VERIREPO.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-VERIREPO.

           SELECT ARCHIVO-SORT ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\VERISORT.TXT".

           SELECT ERRORES      ASSIGN TO
           "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\ERRVERI.TXT"
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE  IS SEQUENTIAL
                               FILE STATUS  IS FS-ERRORES.

      *


       DATA DIVISION.
       FILE SECTION.
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

       FD  SNAP-GEN
           RECORDING MODE IS F.
       01  REG-SNAP-GEN.
           05 GEN-FECHA           PIC 9(08).
           05 FILLER              PIC X(12).

       FD  SNAP-BASE
           RECORDING MODE IS F.
       01  REG-SNAP-BASE          PIC X(70).

       FD  AUDITORIA
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITORIA          PIC X(133).

       FD  HISTORICO
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORICO          PIC X(101).

      * PARAMETROS: FECHA DE LA FOTO BASE (CERO = LA ULTIMA
      * ANTERIOR A HOY).
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PARM-VER-FECHA-BASE PIC 9(08).
           05 FILLER              PIC X(12).

       FD  VERIREPO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VERIREPO           PIC X(120).

      * EVENTO DEL LEGAJO: LA FOTO BASE (ORDEN 1), UNA IMAGEN
      * DESPUES DE AUDITORIA (ORDEN 2) O UN ARCHIVADO (ORDEN 3).
      * ORDENADO POR LEGAJO Y FECHA, LA FOTO QUEDA PRIMERO Y
      * LOS EVENTOS SE APLICAN EN EL ORDEN EN QUE OCURRIERON.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 117 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SORT.
           05 SRT-LEGAJO          PIC X(06).
           05 SRT-FECHA           PIC 9(08).
           05 SRT-ORDEN           PIC 9(01).
              88 88-SRT-FOTO                   VALUE 1.
              88 88-SRT-AUDITORIA              VALUE 2.
              88 88-SRT-ARCHIVO                VALUE 3.
           05 SRT-HORA            PIC 9(06).
           05 SRT-SECUENCIA       PIC 9(07).
           05 SRT-TIPO-MOV        PIC X(01).
           05 SRT-PRESENTE        PIC X(01).
              88 88-SRT-PRESENTE               VALUE 'S'.
           05 SRT-STATUS          PIC X(01).
           05 SRT-DEPTO           PIC X(15).
           05 SRT-PUESTO          PIC X(15).
           05 SRT-SALARIO         PIC X(09).
           05 SRT-NOMBRE          PIC X(15).
           05 SRT-APELLIDO        PIC X(15).
           05 SRT-CON-NOMBRE      PIC X(01).
              88 88-SRT-CON-NOMBRE             VALUE 'S'.
           05 SRT-FECHA-ING       PIC X(08).
           05 SRT-FECHA-EGR       PIC X(08).

       FD  ERRORES
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ERRORES            PIC X(100).

       WORKING-STORAGE SECTION.

       77  FS-MAESTRO                    PIC  X(02) VALUE ' '.
           88 88-FS-MAESTRO-YES                     VALUE '00'.
           88 88-FS-MAESTRO-EOF                     VALUE '10'.

       77  FS-SNAP-GEN                   PIC  X(02) VALUE ' '.
           88 88-FS-SNAP-GEN-YES                    VALUE '00' '05'.
           88 88-FS-SNAP-GEN-EOF                    VALUE '10'.

       77  FS-SNAP-BASE                  PIC  X(02) VALUE ' '.
           88 88-FS-SNAP-BASE-YES                   VALUE '00'.
           88 88-FS-SNAP-BASE-EOF                   VALUE '10'.
           88 88-FS-SNAP-BASE-NOFILE                VALUE '35'.

       77  FS-AUDITORIA                  PIC  X(02) VALUE ' '.
           88 88-FS-AUDITORIA-YES                   VALUE '00' '05'.
           88 88-FS-AUDITORIA-NOFILE                VALUE '05'.
           88 88-FS-AUDITORIA-EOF                   VALUE '10'.

       77  FS-HISTORICO                  PIC  X(02) VALUE ' '.
           88 88-FS-HISTORICO-YES                   VALUE '00' '05'.
           88 88-FS-HISTORICO-EOF                   VALUE '10'.

       77  FS-PARAMETROS                 PIC  X(02) VALUE ' '.
           88 88-FS-PARAMETROS-YES                  VALUE '00'.
           88 88-FS-PARAMETROS-EOF                  VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE               VALUE '35'.

       77  FS-VERIREPO                   PIC  X(02) VALUE ' '.
           88 88-FS-VERIREPO-YES                    VALUE '00'.

       77  FS-ERRORES                    PIC  X(02) VALUE ' '.
           88 88-FS-ERRORES-YES                     VALUE '00'.

       77  WS-OPEN-MAESTRO               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-MAESTRO-YES                   VALUE 'YS'.
           88 88-OPEN-MAESTRO-NO                    VALUE 'N'.

       77  WS-OPEN-SNAP-BASE             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-SNAP-BASE-YES                 VALUE 'YS'.
           88 88-OPEN-SNAP-BASE-NO                  VALUE 'N'.

       77  WS-OPEN-AUDITORIA             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-AUDITORIA-YES                 VALUE 'YS'.
           88 88-OPEN-AUDITORIA-NO                  VALUE 'N'.

       77  WS-OPEN-HISTORICO             PIC  X(02) VALUE 'YO'.
           88 88-OPEN-HISTORICO-YES                 VALUE 'YS'.
           88 88-OPEN-HISTORICO-NO                  VALUE 'N'.

       77  WS-OPEN-VERIREPO              PIC  X(02) VALUE 'YO'.
           88 88-OPEN-VERIREPO-YES                  VALUE 'YS'.
           88 88-OPEN-VERIREPO-NO                   VALUE 'N'.

       77  WS-OPEN-ERRORES               PIC  X(02) VALUE 'YO'.
           88 88-OPEN-ERRORES-YES                   VALUE 'YS'.
           88 88-OPEN-ERRORES-NO                    VALUE 'N'.

      * REGISTRO DEL MAESTRO CON STATUS Y SALARIO ALFANUMERICOS
      * PARA COMPARARLOS BYTE A BYTE CONTRA LAS IMAGENES.

       01  WS-AREAS-A-USAR.
           05 WS-REG-MAESTRO.
              10 WS-MST-LEGAJO    PIC X(06).
              10 WS-MST-NOMBRE    PIC X(15).
              10 WS-MST-APELLIDO  PIC X(15).
              10 WS-MST-STATUS    PIC X(01).
              10 WS-MST-DEPTO     PIC X(15).
              10 WS-MST-PUESTO    PIC X(15).
              10 WS-MST-SALARIO   PIC X(09).
              10 WS-MST-SALARIO-N REDEFINES WS-MST-SALARIO
                                  PIC 9(07)V99.
              10 WS-MST-FECHA-ING PIC X(08).
              10 WS-MST-FECHA-EGR PIC X(08).
           05 WS-LEIDOS-FOTO      PIC 9(05)    VALUE 0.
           05 WS-LEIDOS-AUD       PIC 9(05)    VALUE 0.
           05 WS-EVENTOS-AUD      PIC 9(05)    VALUE 0.
           05 WS-EVENTOS-ARCH     PIC 9(05)    VALUE 0.
           05 WS-LEIDOS-MST       PIC 9(05)    VALUE 0.
           05 WS-COINCIDENTES     PIC 9(05)    VALUE 0.
           05 WS-BAJAS-OK         PIC 9(05)    VALUE 0.
           05 WS-DIFIEREN         PIC 9(05)    VALUE 0.
           05 WS-APARECEN         PIC 9(05)    VALUE 0.
           05 WS-DESAPARECEN      PIC 9(05)    VALUE 0.
           05 SW-FIN-MST          PIC X(03)    VALUE ' '.
           05 SW-FIN-SORT         PIC X(03)    VALUE ' '.
           05 SW-FIN-FOTO         PIC X(03)    VALUE ' '.
           05 SW-FIN-AUD          PIC X(03)    VALUE ' '.
           05 SW-FIN-HIS          PIC X(03)    VALUE ' '.
           05 SW-FIN-GEN          PIC X(03)    VALUE ' '.
      *

      * FOTO: MISMO LAYOUT QUE WS-REG-SNAPSHOT DE PGM_DELTA_EMP.

       01  WS-REG-SNAPSHOT.
           05 WS-SNP-LEGAJO       PIC X(06).
           05 WS-SNP-STATUS       PIC X(01).
           05 WS-SNP-DEPTO        PIC X(15).
           05 WS-SNP-PUESTO       PIC X(15).
           05 WS-SNP-SALARIO      PIC X(09).
           05 WS-SNP-FECHA        PIC 9(08).
           05 WS-SNP-FECHA-ING    PIC X(08).
           05 WS-SNP-FECHA-EGR    PIC X(08).

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

      * IMAGENES ANTES / DESPUES, CON EL LAYOUT DEL MAESTRO. LA
      * BAJA DE LOS REGISTROS ANTERIORES A LA BAJA LOGICA TRAE
      * LA IMAGEN DESPUES EN BLANCO: EL LEGAJO SE TOMA DE LA
      * IMAGEN ANTES.

       01  WS-IMAGEN-ANTES.
           05 WS-ANT-LEGAJO       PIC X(06).
           05 FILLER              PIC X(86).

       01  WS-IMAGEN-DESPUES.
           05 WS-DES-LEGAJO       PIC X(06).
           05 WS-DES-NOMBRE       PIC X(15).
           05 WS-DES-APELLIDO     PIC X(15).
           05 WS-DES-STATUS       PIC X(01).
           05 WS-DES-DEPTO        PIC X(15).
           05 WS-DES-PUESTO       PIC X(15).
           05 WS-DES-SALARIO      PIC X(09).
           05 WS-DES-FECHA-ING    PIC X(08).
           05 WS-DES-FECHA-EGR    PIC X(08).

       01  WS-SW-ANTES-CARGADA    PIC X(01)    VALUE 'N'.
           88 88-ANTES-CARGADA                 VALUE 'S'.

       01  WS-SEC-EVENTO          PIC 9(07)    VALUE 0.

      * REGISTRO DEL HISTORICO: MISMO LAYOUT QUE
      * WS-REG-HISTORICO DE PGM_ARCH_EMP.

       01  WS-REG-HISTORICO.
           05 WS-HIS-FECHA-ARCH   PIC 9(08).
           05 FILLER              PIC X(01).
           05 WS-HIS-LEGAJO       PIC X(06).
           05 FILLER              PIC X(86).

      * ESTADO ESPERADO DEL LEGAJO DESPUES DE APLICAR TODOS SUS
      * EVENTOS SOBRE LA FOTO BASE.

       01  WS-ESPERADO.
           05 WS-ESP-LEGAJO       PIC X(06).
           05 WS-ESP-PRESENTE     PIC X(01).
              88 88-ESP-PRESENTE               VALUE 'S'.
           05 WS-ESP-STATUS       PIC X(01).
           05 WS-ESP-DEPTO        PIC X(15).
           05 WS-ESP-PUESTO       PIC X(15).
           05 WS-ESP-SALARIO      PIC X(09).
           05 WS-ESP-SALARIO-N REDEFINES WS-ESP-SALARIO
                                  PIC 9(07)V99.
           05 WS-ESP-NOMBRE       PIC X(15).
           05 WS-ESP-APELLIDO     PIC X(15).
           05 WS-ESP-CON-NOMBRE   PIC X(01).
              88 88-ESP-CON-NOMBRE             VALUE 'S'.
           05 WS-ESP-ULT-FECHA    PIC 9(08).
           05 WS-ESP-FECHA-ING    PIC X(08).
           05 WS-ESP-FECHA-EGR    PIC X(08).

      * CLAVES DEL APAREO (HIGH-VALUES AL TERMINAR CADA LADO).

       01  WS-KEY-ESP             PIC X(06)    VALUE SPACES.
       01  WS-KEY-MST             PIC X(06)    VALUE SPACES.

      * FECHA DE LA CORRIDA Y ELECCION DE LA FOTO BASE.

       01  WS-FECHA-CORRIDA       PIC 9(08)    VALUE 0.
       01  WS-FECHA-PEDIDA        PIC 9(08)    VALUE 0.
       01  WS-FECHA-BASE          PIC 9(08)    VALUE 0.
       01  WS-FECHA-BASE-DESC REDEFINES WS-FECHA-BASE.
           05 WS-FBD-AAAA         PIC 9(04).
           05 FILLER              PIC X(04).

       01  WS-SW-SIN-BASE         PIC X(01)    VALUE 'N'.
           88 88-SIN-BASE                      VALUE 'S'.

      * TABLA DE GENERACIONES CATALOGADAS (ORDEN ASCENDENTE).

       01  WS-CANT-GEN            PIC 9(02)    VALUE 0.
       01  WS-IDX-GEN             PIC 9(02)    VALUE 0.

       01  WS-TABLA-GEN.
           05 WS-GEN-FECHA OCCURS 99 TIMES
                                  PIC 9(08).

      * NOMBRES DE LOS ARCHIVOS QUE SE ARMAN EN LA CORRIDA.

       01  WS-NOMBRE-SNAP-BASE    PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-AUDIT        PIC X(80)    VALUE SPACES.
       01  WS-NOMBRE-BASE         PIC X(08)    VALUE SPACES.
       01  WS-ANIO-DESDE          PIC 9(04)    VALUE 0.
       01  WS-ANIO-HASTA          PIC 9(04)    VALUE 0.
       01  WS-ANIO-AUD            PIC 9(04)    VALUE 0.

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

      * TITULOS.

       01  WS-TITULO-1.
           03 FILLER              PIC X(35)    VALUE ' '.
           03 WS-TIT-1            PIC X(33)
              VALUE "CONTROL DE INTEGRIDAD DEL MAESTRO".
           03 FILLER              PIC X(52)    VALUE ' '.

       01  WS-TITULO-2.
           03 FILLER              PIC X(08)    VALUE " FECHA: ".
           03 WS-TIT2-FECHA.
               05 TIT-2-DD         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
               05 TIT-2-MM         PIC 9(02).
               05 FILLER           PIC X(01)    VALUE "/".
               05 TIT-2-AAAA       PIC 9(04).
           03 FILLER              PIC X(13)    VALUE "  FOTO BASE: ".
           03 WS-TIT2-BASE        PIC 9(08)    BLANK WHEN ZERO.

           03 WS-TIT-2.
               05 FILLER           PIC X(69)    VALUE ' '.
               05 FILLER           PIC X(08)    VALUE "PAGINA: ".
               05 TIT-2-PAGINA     PIC ZZ9.
               05 FILLER           PIC X(01)    VALUE ' '.

       01  WS-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "EXCEPCION".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(32)    VALUE "CAMPOS".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "VERSION".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "ULT.EVEN".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "S".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "DEPTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "PUESTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     SALARIO".

      * DETALLE: CADA EXCEPCION OCUPA DOS LINEAS, LA VERSION
      * ESPERADA Y LA DEL MAESTRO.

       01  WS-DETALLE-EXC.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-LEGAJO       PIC X(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-EXC-TIPO         PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-EXC-CAMPOS.
              10 WS-EXC-CAMPO OCCURS 8 TIMES
                                  PIC X(04).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-VERSION      PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-ULT-FECHA    PIC 9(08)    BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-EXC-STATUS       PIC X(01).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-EXC-DEPTO        PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-PUESTO       PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-SALARIO      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  WS-CANT-CAMPOS         PIC 9(01)    VALUE 0.
       01  WS-EXC-LEG-ACTUAL      PIC X(06)    VALUE SPACES.

       01  WS-SW-CON-ESPERADO     PIC X(01)    VALUE 'N'.
           88 88-CON-ESPERADO                  VALUE 'S'.
       01  WS-SW-CON-MAESTRO      PIC X(01)    VALUE 'N'.
           88 88-CON-MAESTRO                   VALUE 'S'.

       01  WS-DET-MENSAJE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-MSJ-TEXTO        PIC X(60).
           05 FILLER              PIC X(59)    VALUE ' '.

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

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE
           MOVE WS-ACTUAL-DATE         TO WS-FECHA-CORRIDA

           PERFORM 012-LEE-PARAMETROS     THRU 012-FIN
           PERFORM 014-CARGA-GENERACIONES THRU 014-FIN
           PERFORM 016-ELIGE-GENERACION   THRU 016-FIN
           PERFORM 030-ABRE-ARCHIVOS      THRU 030-FIN
           PERFORM 105-ENCABEZADO         THRU 105-FIN

           IF 88-SIN-BASE
              MOVE "SIN FOTO BASE DISPONIBLE: CONTROL NO REALIZADO"
                                          TO WS-MSJ-TEXTO
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DET-MENSAJE TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN
           ELSE
              SORT ARCHIVO-SORT ON ASCENDING KEY
                   SRT-LEGAJO SRT-FECHA SRT-ORDEN
                   SRT-HORA SRT-SECUENCIA
              INPUT  PROCEDURE 020-CARGA-EVENTOS THRU 020-FIN
              OUTPUT PROCEDURE 100-VERIFICA      THRU 100-FIN
           END-IF

           PERFORM 200-FINAL THRU 200-FIN.

           GOBACK.

       012-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS

           IF 88-FS-PARAMETROS-YES
              READ PARAMETROS
              IF 88-FS-PARAMETROS-YES
                 IF PARM-VER-FECHA-BASE IS NUMERIC
                    MOVE PARM-VER-FECHA-BASE TO WS-FECHA-PEDIDA
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

      * ELIGE LA FOTO BASE: SIN PARAMETRO, LA ULTIMA ANTERIOR A
      * HOY; CON PARAMETRO, LA MAS NUEVA CON FECHA MENOR O
      * IGUAL A LA PEDIDA.

       016-ELIGE-GENERACION.
           MOVE 0 TO WS-FECHA-BASE

           IF WS-CANT-GEN = 0
              SET 88-SIN-BASE TO TRUE
              GO TO 016-FIN
           END-IF

           IF WS-FECHA-PEDIDA = 0
              MOVE WS-CANT-GEN TO WS-IDX-GEN
              IF WS-GEN-FECHA (WS-IDX-GEN) = WS-FECHA-CORRIDA
                 SUBTRACT 1 FROM WS-IDX-GEN
              END-IF
              IF WS-IDX-GEN > 0
                 MOVE WS-GEN-FECHA (WS-IDX-GEN) TO WS-FECHA-BASE
              END-IF
           ELSE
              PERFORM 017-BUSCA-GENERACION THRU 017-FIN
                      VARYING WS-IDX-GEN FROM 1 BY 1
                      UNTIL WS-IDX-GEN > WS-CANT-GEN
           END-IF

           IF WS-FECHA-BASE = 0
              MOVE "016-ELIGE - SIN GENERACION QUE CALCE"
                                       TO WS-ERR-PARRAFO
              MOVE "  "                TO WS-ERR-FS-STATUS
              PERFORM 910-AVISO-IO THRU 910-FIN
              SET 88-SIN-BASE TO TRUE
              GO TO 016-FIN
           END-IF

           PERFORM 018-ARMA-NOMBRE THRU 018-FIN.

       016-FIN.  EXIT.

       017-BUSCA-GENERACION.
           IF WS-GEN-FECHA (WS-IDX-GEN) <= WS-FECHA-PEDIDA
              MOVE WS-GEN-FECHA (WS-IDX-GEN) TO WS-FECHA-BASE
           END-IF.

       017-FIN.  EXIT.

      * ARMA EL NOMBRE FECHADO DE LA FOTO BASE: SNP + AAAAMMDD.

       018-ARMA-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-SNAP-BASE
           STRING "C:\Users\ayele\OneDrive\Escritorio\SortMaxMin\SNP"
                                            DELIMITED BY SIZE
                  WS-FECHA-BASE             DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
             INTO WS-NOMBRE-SNAP-BASE
           END-STRING.

       018-FIN.  EXIT.

       030-ABRE-ARCHIVOS.
           OPEN OUTPUT VERIREPO

           IF 88-FS-VERIREPO-YES
              SET 88-OPEN-VERIREPO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - VERIREPO"  TO WS-ERR-PARRAFO
              MOVE FS-VERIREPO                    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           IF 88-SIN-BASE
              GO TO 030-FIN
           END-IF

      * LA FOTO BASE CATALOGADA TIENE QUE ESTAR EN DISCO; SI
      * NO ESTA, EL CONTROL NO SE PUEDE HACER.
           OPEN INPUT SNAP-BASE

           IF 88-FS-SNAP-BASE-YES
              SET 88-OPEN-SNAP-BASE-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - SNAP-BASE" TO WS-ERR-PARRAFO
              MOVE FS-SNAP-BASE                   TO WS-ERR-FS-STATUS
              IF 88-FS-SNAP-BASE-NOFILE
                 PERFORM 910-AVISO-IO THRU 910-FIN
                 SET 88-SIN-BASE TO TRUE
                 GO TO 030-FIN
              END-IF
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           OPEN INPUT MAESTRO

           IF 88-FS-MAESTRO-YES
              SET 88-OPEN-MAESTRO-YES TO TRUE
           ELSE
              MOVE "030-ABRE-ARCHIVOS - MAESTRO"   TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO                     TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       030-FIN.  EXIT.

      * ENTRADA DEL SORT: LA FOTO BASE, LAS IMAGENES DESPUES DE
      * AUDITORIA DESDE LA FECHA DE LA FOTO Y LOS ARCHIVADOS
      * DESDE ESA MISMA FECHA.

       020-CARGA-EVENTOS.
           MOVE SPACES TO SW-FIN-FOTO
           PERFORM 022-LEE-FOTO    THRU 022-FIN
           PERFORM 024-LIBERA-FOTO THRU 024-FIN
                   UNTIL SW-FIN-FOTO EQUAL "FIN"

           CLOSE SNAP-BASE
           SET 88-OPEN-SNAP-BASE-NO TO TRUE

           MOVE WS-FBD-AAAA  TO WS-ANIO-DESDE
           MOVE WS-DATE-AAAA TO WS-ANIO-HASTA
           PERFORM 042-LEE-ANIO THRU 042-FIN
                   VARYING WS-ANIO-AUD FROM WS-ANIO-DESDE BY 1
                   UNTIL WS-ANIO-AUD > WS-ANIO-HASTA

           MOVE "AUDITORI" TO WS-NOMBRE-BASE
           PERFORM 044-RECORRE-AUDITORIA THRU 044-FIN

           PERFORM 060-CARGA-ARCHIVADOS THRU 060-FIN.

       020-FIN.  EXIT.

       022-LEE-FOTO.
           READ SNAP-BASE INTO WS-REG-SNAPSHOT
               AT END
                   MOVE "FIN" TO SW-FIN-FOTO
           END-READ
           IF NOT 88-FS-SNAP-BASE-YES AND NOT 88-FS-SNAP-BASE-EOF
              MOVE "022-LEE-FOTO"  TO WS-ERR-PARRAFO
              MOVE FS-SNAP-BASE    TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       022-FIN.  EXIT.

       024-LIBERA-FOTO.
           ADD 1 TO WS-LEIDOS-FOTO
           ADD 1 TO WS-SEC-EVENTO

           MOVE SPACES            TO REG-SORT
           MOVE WS-SNP-LEGAJO     TO SRT-LEGAJO
           MOVE WS-FECHA-BASE     TO SRT-FECHA
           MOVE 1                 TO SRT-ORDEN
           MOVE 0                 TO SRT-HORA
           MOVE WS-SEC-EVENTO     TO SRT-SECUENCIA
           MOVE 'S'               TO SRT-PRESENTE
           MOVE WS-SNP-STATUS     TO SRT-STATUS
           MOVE WS-SNP-DEPTO      TO SRT-DEPTO
           MOVE WS-SNP-PUESTO     TO SRT-PUESTO
           MOVE WS-SNP-SALARIO    TO SRT-SALARIO
           MOVE WS-SNP-FECHA-ING  TO SRT-FECHA-ING
           MOVE WS-SNP-FECHA-EGR  TO SRT-FECHA-EGR
           MOVE 'N'               TO SRT-CON-NOMBRE

           RELEASE REG-SORT

           PERFORM 022-LEE-FOTO THRU 022-FIN.

       024-FIN.  EXIT.

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
           PERFORM 046-SELECCIONA-IMAGEN THRU 046-FIN
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

       046-SELECCIONA-IMAGEN.
           IF 88-AUD-ANTES
              MOVE WS-AUD-IMAGEN TO WS-IMAGEN-ANTES
              SET 88-ANTES-CARGADA TO TRUE
           ELSE
              IF 88-AUD-DESPUES
                 IF WS-AUD-FECHA >= WS-FECHA-BASE
                    MOVE WS-AUD-IMAGEN TO WS-IMAGEN-DESPUES
                    PERFORM 048-LIBERA-IMAGEN THRU 048-FIN
                 END-IF
                 MOVE 'N' TO WS-SW-ANTES-CARGADA
              END-IF
           END-IF

           PERFORM 045-LEE-AUDITORIA THRU 045-FIN.

       046-FIN.  EXIT.

      * UNA IMAGEN DESPUES EN BLANCO (BAJA) DEJA EL LEGAJO DE LA
      * IMAGEN ANTES FUERA DEL MAESTRO.

       048-LIBERA-IMAGEN.
           MOVE SPACES TO REG-SORT

           IF WS-DES-LEGAJO = SPACES
              IF NOT 88-ANTES-CARGADA
                 GO TO 048-FIN
              END-IF
              MOVE WS-ANT-LEGAJO   TO SRT-LEGAJO
              MOVE 'N'             TO SRT-PRESENTE
              MOVE 'N'             TO SRT-CON-NOMBRE
           ELSE
              MOVE WS-DES-LEGAJO   TO SRT-LEGAJO
              MOVE 'S'             TO SRT-PRESENTE
              MOVE WS-DES-STATUS   TO SRT-STATUS
              MOVE WS-DES-DEPTO    TO SRT-DEPTO
              MOVE WS-DES-PUESTO   TO SRT-PUESTO
              MOVE WS-DES-SALARIO  TO SRT-SALARIO
              MOVE WS-DES-NOMBRE   TO SRT-NOMBRE
              MOVE WS-DES-APELLIDO TO SRT-APELLIDO
              MOVE WS-DES-FECHA-ING TO SRT-FECHA-ING
              MOVE WS-DES-FECHA-EGR TO SRT-FECHA-EGR
              MOVE 'S'             TO SRT-CON-NOMBRE
           END-IF

           ADD 1 TO WS-SEC-EVENTO
           MOVE WS-AUD-FECHA      TO SRT-FECHA
           MOVE 2                 TO SRT-ORDEN
           MOVE WS-AUD-HORA       TO SRT-HORA
           MOVE WS-SEC-EVENTO     TO SRT-SECUENCIA
           MOVE WS-AUD-TIPO-MOV   TO SRT-TIPO-MOV

           RELEASE REG-SORT

           ADD 1 TO WS-EVENTOS-AUD.

       048-FIN.  EXIT.

      * LEGAJOS QUE PGM_ARCH_EMP SACO DEL MAESTRO DESDE LA
      * FECHA DE LA FOTO.

       060-CARGA-ARCHIVADOS.
           OPEN INPUT HISTORICO

           IF 88-FS-HISTORICO-YES
              SET 88-OPEN-HISTORICO-YES TO TRUE
           ELSE
              MOVE "060-CARGA-ARCHIVADOS - OPEN" TO WS-ERR-PARRAFO
              MOVE FS-HISTORICO                  TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           MOVE SPACES TO SW-FIN-HIS
           PERFORM 062-LEE-HISTORICO THRU 062-FIN
           PERFORM 064-LIBERA-ARCHIVADO THRU 064-FIN
                   UNTIL SW-FIN-HIS EQUAL "FIN"

           CLOSE HISTORICO
           SET 88-OPEN-HISTORICO-NO TO TRUE.

       060-FIN.  EXIT.

       062-LEE-HISTORICO.
           READ HISTORICO INTO WS-REG-HISTORICO
               AT END
                   MOVE "FIN" TO SW-FIN-HIS
           END-READ
           IF NOT 88-FS-HISTORICO-YES AND NOT 88-FS-HISTORICO-EOF
              MOVE "062-LEE-HISTORICO" TO WS-ERR-PARRAFO
              MOVE FS-HISTORICO        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF.

       062-FIN.  EXIT.

       064-LIBERA-ARCHIVADO.
           IF WS-HIS-FECHA-ARCH IS NUMERIC
              AND WS-HIS-FECHA-ARCH >= WS-FECHA-BASE
              ADD 1 TO WS-SEC-EVENTO
              MOVE SPACES            TO REG-SORT
              MOVE WS-HIS-LEGAJO     TO SRT-LEGAJO
              MOVE WS-HIS-FECHA-ARCH TO SRT-FECHA
              MOVE 3                 TO SRT-ORDEN
              MOVE 0                 TO SRT-HORA
              MOVE WS-SEC-EVENTO     TO SRT-SECUENCIA
              MOVE 'N'               TO SRT-PRESENTE
              MOVE 'N'               TO SRT-CON-NOMBRE
              RELEASE REG-SORT
              ADD 1 TO WS-EVENTOS-ARCH
           END-IF

           PERFORM 062-LEE-HISTORICO THRU 062-FIN.

       064-FIN.  EXIT.

      * SALIDA DEL SORT: ARMA EL ESTADO ESPERADO DE CADA LEGAJO
      * Y LO APAREA CONTRA EL MAESTRO LEIDO EN ORDEN DE CLAVE.

       100-VERIFICA.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 115-RETORNA-EVENTO THRU 115-FIN
           PERFORM 120-ARMA-ESPERADO  THRU 120-FIN
           PERFORM 110-LEE-MAESTRO    THRU 110-FIN

           PERFORM 130-BALANCE THRU 130-FIN
                   UNTIL WS-KEY-ESP = HIGH-VALUES
                     AND WS-KEY-MST = HIGH-VALUES.

       100-FIN.  EXIT.

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
           MOVE WS-FECHA-BASE          TO WS-TIT2-BASE

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

       110-LEE-MAESTRO.
           IF SW-FIN-MST EQUAL "FIN"
              MOVE HIGH-VALUES TO WS-KEY-MST
              GO TO 110-FIN
           END-IF

           READ MAESTRO NEXT RECORD INTO WS-REG-MAESTRO
               AT END
                   MOVE "FIN"       TO SW-FIN-MST
                   MOVE HIGH-VALUES TO WS-KEY-MST
           END-READ
           IF NOT 88-FS-MAESTRO-YES AND NOT 88-FS-MAESTRO-EOF
              MOVE "110-LEE-MAESTRO" TO WS-ERR-PARRAFO
              MOVE FS-MAESTRO        TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF
           IF NOT SW-FIN-MST EQUAL "FIN"
              MOVE WS-MST-LEGAJO TO WS-KEY-MST
              ADD 1 TO WS-LEIDOS-MST
           END-IF.

       110-FIN.  EXIT.

       115-RETORNA-EVENTO.
           RETURN ARCHIVO-SORT
               AT END
                   MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.

       115-FIN.  EXIT.

      * CONSUME TODOS LOS EVENTOS DEL LEGAJO EN CURSO Y DEJA EN
      * WS-ESPERADO COMO DEBERIA ESTAR HOY EN EL MAESTRO.

       120-ARMA-ESPERADO.
           IF SW-FIN-SORT EQUAL "FIN"
              MOVE HIGH-VALUES TO WS-KEY-ESP
              GO TO 120-FIN
           END-IF

           MOVE SPACES     TO WS-ESPERADO
           MOVE 'N'        TO WS-ESP-PRESENTE
           MOVE 'N'        TO WS-ESP-CON-NOMBRE
           MOVE 0          TO WS-ESP-ULT-FECHA
           MOVE SRT-LEGAJO TO WS-ESP-LEGAJO
           MOVE SRT-LEGAJO TO WS-KEY-ESP

           PERFORM 122-APLICA-EVENTO THRU 122-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR SRT-LEGAJO NOT = WS-ESP-LEGAJO.

       120-FIN.  EXIT.

       122-APLICA-EVENTO.
           IF 88-SRT-PRESENTE
              MOVE 'S'          TO WS-ESP-PRESENTE
              MOVE SRT-STATUS   TO WS-ESP-STATUS
              MOVE SRT-DEPTO    TO WS-ESP-DEPTO
              MOVE SRT-PUESTO   TO WS-ESP-PUESTO
              MOVE SRT-SALARIO  TO WS-ESP-SALARIO
              MOVE SRT-FECHA-ING TO WS-ESP-FECHA-ING
              MOVE SRT-FECHA-EGR TO WS-ESP-FECHA-EGR
              IF 88-SRT-CON-NOMBRE
                 MOVE SRT-NOMBRE   TO WS-ESP-NOMBRE
                 MOVE SRT-APELLIDO TO WS-ESP-APELLIDO
                 MOVE 'S'          TO WS-ESP-CON-NOMBRE
              END-IF
           ELSE
              MOVE 'N'          TO WS-ESP-PRESENTE
              MOVE 'N'          TO WS-ESP-CON-NOMBRE
           END-IF
           MOVE SRT-FECHA TO WS-ESP-ULT-FECHA

           PERFORM 115-RETORNA-EVENTO THRU 115-FIN.

       122-FIN.  EXIT.

       130-BALANCE.
           IF WS-KEY-ESP < WS-KEY-MST
              IF 88-ESP-PRESENTE
                 PERFORM 160-EXC-DESAPARECE THRU 160-FIN
              ELSE
                 ADD 1 TO WS-BAJAS-OK
              END-IF
              PERFORM 120-ARMA-ESPERADO THRU 120-FIN
           ELSE
              IF WS-KEY-ESP > WS-KEY-MST
                 PERFORM 150-EXC-APARECE THRU 150-FIN
                 PERFORM 110-LEE-MAESTRO THRU 110-FIN
              ELSE
                 IF 88-ESP-PRESENTE
                    PERFORM 140-COMPARA THRU 140-FIN
                 ELSE
                    PERFORM 150-EXC-APARECE THRU 150-FIN
                 END-IF
                 PERFORM 120-ARMA-ESPERADO THRU 120-FIN
                 PERFORM 110-LEE-MAESTRO   THRU 110-FIN
              END-IF
           END-IF.

       130-FIN.  EXIT.

       140-COMPARA.
           MOVE SPACES TO WS-EXC-CAMPOS
           MOVE 0      TO WS-CANT-CAMPOS

           IF WS-ESP-STATUS NOT = WS-MST-STATUS
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "STA" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ESP-DEPTO NOT = WS-MST-DEPTO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "DEP" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ESP-PUESTO NOT = WS-MST-PUESTO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "PUE" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF WS-ESP-SALARIO NOT = WS-MST-SALARIO
              ADD 1 TO WS-CANT-CAMPOS
              MOVE "SAL" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
           END-IF
           IF 88-ESP-CON-NOMBRE
              IF WS-ESP-NOMBRE NOT = WS-MST-NOMBRE
                 ADD 1 TO WS-CANT-CAMPOS
                 MOVE "NOM" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
              END-IF
              IF WS-ESP-APELLIDO NOT = WS-MST-APELLIDO
                 ADD 1 TO WS-CANT-CAMPOS
                 MOVE "APE" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
              END-IF
           END-IF
      * LAS FOTOS E IMAGENES ANTERIORES A LA CARGA DE LAS FECHAS
      * LAS TRAEN EN CERO: SOLO SE COMPARAN SI LO ESPERADO LAS
      * TIENE.
           IF WS-ESP-FECHA-ING NOT = ZEROS
              AND WS-ESP-FECHA-ING NOT = SPACES
              IF WS-ESP-FECHA-ING NOT = WS-MST-FECHA-ING
                 ADD 1 TO WS-CANT-CAMPOS
                 MOVE "ING" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
              END-IF
              IF WS-ESP-FECHA-EGR NOT = WS-MST-FECHA-EGR
                 ADD 1 TO WS-CANT-CAMPOS
                 MOVE "EGR" TO WS-EXC-CAMPO (WS-CANT-CAMPOS)
              END-IF
           END-IF

           IF WS-CANT-CAMPOS = 0
              ADD 1 TO WS-COINCIDENTES
              GO TO 140-FIN
           END-IF

           MOVE WS-ESP-LEGAJO TO WS-EXC-LEG-ACTUAL
           MOVE 'S'           TO WS-SW-CON-ESPERADO
           MOVE 'S'           TO WS-SW-CON-MAESTRO
           MOVE "DIFIERE" TO WS-EXC-TIPO
           PERFORM 170-ESCRIBE-EXCEPCION THRU 170-FIN
           ADD 1 TO WS-DIFIEREN.

       140-FIN.  EXIT.

       150-EXC-APARECE.
           MOVE SPACES        TO WS-EXC-CAMPOS
           MOVE WS-MST-LEGAJO TO WS-EXC-LEG-ACTUAL
           MOVE 'S'           TO WS-SW-CON-MAESTRO
           IF WS-KEY-ESP = WS-KEY-MST
              MOVE 'S'        TO WS-SW-CON-ESPERADO
           ELSE
              MOVE 'N'        TO WS-SW-CON-ESPERADO
           END-IF

           MOVE "APARECE" TO WS-EXC-TIPO
           PERFORM 170-ESCRIBE-EXCEPCION THRU 170-FIN
           ADD 1 TO WS-APARECEN.

       150-FIN.  EXIT.

       160-EXC-DESAPARECE.
           MOVE SPACES         TO WS-EXC-CAMPOS
           MOVE WS-ESP-LEGAJO  TO WS-EXC-LEG-ACTUAL
           MOVE 'S'            TO WS-SW-CON-ESPERADO
           MOVE 'N'            TO WS-SW-CON-MAESTRO

           MOVE "DESAPARECE" TO WS-EXC-TIPO
           PERFORM 170-ESCRIBE-EXCEPCION THRU 170-FIN
           ADD 1 TO WS-DESAPARECEN.

       160-FIN.  EXIT.

      * ESCRIBE LA EXCEPCION: LINEA ESPERADA Y LINEA DEL
      * MAESTRO. UNA VERSION AUSENTE SE MUESTRA COMO NO FIGURA.

       170-ESCRIBE-EXCEPCION.
           IF WS-LINEAS + 2 >= WS-MAX-LINEAS
              PERFORM 105-ENCABEZADO THRU 105-FIN
           END-IF

           MOVE WS-EXC-LEG-ACTUAL TO WS-EXC-LEGAJO
           MOVE "ESPERADO"        TO WS-EXC-VERSION
           MOVE SPACES            TO WS-EXC-STATUS
           MOVE "NO FIGURA"       TO WS-EXC-DEPTO
           MOVE SPACES            TO WS-EXC-PUESTO
           MOVE 0                 TO WS-EXC-SALARIO
           MOVE 0                 TO WS-EXC-ULT-FECHA
           IF 88-CON-ESPERADO
              MOVE WS-ESP-ULT-FECHA  TO WS-EXC-ULT-FECHA
              IF 88-ESP-PRESENTE
                 PERFORM 172-VERSION-ESPERADA THRU 172-FIN
              END-IF
           END-IF

           MOVE 2 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-EXC TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

           MOVE SPACES            TO WS-EXC-LEGAJO
           MOVE SPACES            TO WS-EXC-TIPO
           MOVE SPACES            TO WS-EXC-CAMPOS
           MOVE "MAESTRO"         TO WS-EXC-VERSION
           MOVE 0                 TO WS-EXC-ULT-FECHA
           MOVE SPACES            TO WS-EXC-STATUS
           MOVE "NO FIGURA"       TO WS-EXC-DEPTO
           MOVE SPACES            TO WS-EXC-PUESTO
           MOVE 0                 TO WS-EXC-SALARIO
           IF 88-CON-MAESTRO
              PERFORM 174-VERSION-MAESTRO THRU 174-FIN
           END-IF

           MOVE 1 TO WS-ADVANCE-LINES
           MOVE WS-DETALLE-EXC TO WS-LINEA-SALIDA
           PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN.

       170-FIN.  EXIT.

       172-VERSION-ESPERADA.
           MOVE WS-ESP-STATUS  TO WS-EXC-STATUS
           MOVE WS-ESP-DEPTO   TO WS-EXC-DEPTO
           MOVE WS-ESP-PUESTO  TO WS-EXC-PUESTO
           IF WS-ESP-SALARIO IS NUMERIC
              MOVE WS-ESP-SALARIO-N TO WS-EXC-SALARIO
           END-IF.

       172-FIN.  EXIT.

       174-VERSION-MAESTRO.
           MOVE WS-MST-STATUS  TO WS-EXC-STATUS
           MOVE WS-MST-DEPTO   TO WS-EXC-DEPTO
           MOVE WS-MST-PUESTO  TO WS-EXC-PUESTO
           IF WS-MST-SALARIO IS NUMERIC
              MOVE WS-MST-SALARIO-N TO WS-EXC-SALARIO
           END-IF.

       174-FIN.  EXIT.

       200-FINAL.
           IF NOT 88-SIN-BASE
              IF WS-DIFIEREN + WS-APARECEN + WS-DESAPARECEN = 0
                 MOVE "CONTROL SIN EXCEPCIONES: MAESTRO = FOTO + AUDIT."
                                          TO WS-MSJ-TEXTO
              ELSE
                 MOVE "CONTROL CON EXCEPCIONES"
                                          TO WS-MSJ-TEXTO
              END-IF
              MOVE 2 TO WS-ADVANCE-LINES
              MOVE WS-DET-MENSAJE TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "LEGAJOS EN LA FOTO BASE    : " TO WS-TOT-LABEL
              MOVE WS-LEIDOS-FOTO TO WS-TOT-CANT
              MOVE 2 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "REGISTROS DE AUDITORIA     : " TO WS-TOT-LABEL
              MOVE WS-LEIDOS-AUD TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "IMAGENES APLICADAS         : " TO WS-TOT-LABEL
              MOVE WS-EVENTOS-AUD TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "ARCHIVADOS DESDE LA FOTO   : " TO WS-TOT-LABEL
              MOVE WS-EVENTOS-ARCH TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "LEGAJOS EN EL MAESTRO      : " TO WS-TOT-LABEL
              MOVE WS-LEIDOS-MST TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "LEGAJOS COINCIDENTES       : " TO WS-TOT-LABEL
              MOVE WS-COINCIDENTES TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "BAJAS CONFIRMADAS          : " TO WS-TOT-LABEL
              MOVE WS-BAJAS-OK TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "EXCEPCIONES DIFIERE        : " TO WS-TOT-LABEL
              MOVE WS-DIFIEREN TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "EXCEPCIONES APARECE        : " TO WS-TOT-LABEL
              MOVE WS-APARECEN TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN

              MOVE "EXCEPCIONES DESAPARECE     : " TO WS-TOT-LABEL
              MOVE WS-DESAPARECEN TO WS-TOT-CANT
              MOVE 1 TO WS-ADVANCE-LINES
              MOVE WS-DETALLE-TOTAL TO WS-LINEA-SALIDA
              PERFORM 940-ESCRIBE-REPORTE THRU 940-FIN
           END-IF

           IF 88-OPEN-MAESTRO-YES
              CLOSE MAESTRO
           END-IF
           IF 88-OPEN-SNAP-BASE-YES
              CLOSE SNAP-BASE
           END-IF
           IF 88-OPEN-VERIREPO-YES
              CLOSE VERIREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           IF 88-SIN-BASE
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-DIFIEREN + WS-APARECEN + WS-DESAPARECEN > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       200-FIN.  EXIT.

       940-ESCRIBE-REPORTE.
           WRITE REG-VERIREPO FROM WS-LINEA-SALIDA
                 AFTER ADVANCING WS-ADVANCE-LINES LINES

           IF NOT 88-FS-VERIREPO-YES
              MOVE "940-ESCRIBE-REPORTE" TO WS-ERR-PARRAFO
              MOVE FS-VERIREPO           TO WS-ERR-FS-STATUS
              PERFORM 900-ERROR-IO THRU 900-FIN
           END-IF

           ADD 1 TO WS-LINEAS.

       940-FIN.  EXIT.

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
           IF 88-OPEN-SNAP-BASE-YES
              CLOSE SNAP-BASE
           END-IF
           IF 88-OPEN-AUDITORIA-YES
              CLOSE AUDITORIA
           END-IF
           IF 88-OPEN-HISTORICO-YES
              CLOSE HISTORICO
           END-IF
           IF 88-OPEN-VERIREPO-YES
              CLOSE VERIREPO
           END-IF
           IF 88-OPEN-ERRORES-YES
              CLOSE ERRORES
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK.

       999-FIN.  EXIT.
