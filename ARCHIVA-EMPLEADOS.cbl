           05 MST-DEPTO-EMP       PIC X(15).
           05 MST-PUESTO-EMP      PIC X(15).
           05 MST-SALARIO-EMP     PIC 9(07)V99.
           05 MST-FECHA-INGRESO   PIC 9(08).
           05 MST-FECHA-EGRESO    PIC 9(08).

       FD  SNAP-GEN
           RECORDING MODE IS F.
           05 SNP-PUESTO          PIC X(15).
           05 SNP-SALARIO         PIC 9(07)V99.
           05 SNP-FECHA           PIC 9(08).
           05 SNP-FECHA-INGRESO   PIC 9(08).
           05 SNP-FECHA-EGRESO    PIC 9(08).

      * PARAMETROS: DIAS DE RETENCION DE INACTIVOS.
       FD  PARAMETROS

      * HISTORICO: FECHA DE ARCHIVO + IMAGEN DEL MAESTRO.
       FD  HISTORICO
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORICO          PIC X(101).

       FD  ARCHREPO
           RECORD CONTAINS 100 CHARACTERS
       01  WS-REG-HISTORICO.
           05 WS-HIS-FECHA-ARCH   PIC 9(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-HIS-EMPLEADO     PIC X(92).

      * ARCHIVADOS POR DEPARTAMENTO PARA EL REPORTE DE
      * CONTROL.
