       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS26.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: PAGA EXTRA SEMESTRAL (CORRIDA
      *                FUERA DE CICLO, JUNIO Y DICIEMBRE). PARA CADA
      *                EMPLEADO ACTIVO O EN LICENCIA DE UT-EMPLOYER LA
      *                PAGA ES UN SALARIO MENSUAL (WS-SALARIO-EMP)
      *                PRORRATEADO POR LOS DIAS DE SERVICIO EN EL
      *                SEMESTRE DE DEVENGO (ENERO-JUNIO PARA LA PAGA
      *                DE JUNIO, JULIO-DICIEMBRE PARA LA DE
      *                DICIEMBRE): DESDE EL INICIO DEL SEMESTRE O LA
      *                FECHA DE INGRESO SI ES POSTERIOR, MENOS LOS
      *                DIAS DE LICENCIA SIN GOCE (LIC-TIPO 'N' DE
      *                UT-LICENC) QUE CAEN DENTRO DEL SEMESTRE. SE
      *                DESCUENTAN LAS DEDUCCIONES OBLIGATORIAS DE
      *                UT-DEDMAST COMO EN AS65 Y LA RETENCION POR
      *                TRAMOS ('B') COMO LOS DEVENGOS GRAVABLES DE
      *                AS20 (DIFERENCIA DE IMPUESTO ANUAL QUE PRODUCE
      *                LA PAGA, RETENIDA ENTERA). GRABA EL PAGO EN
      *                UT-ACHEXT (TRAZADO DE UT-DESEMBOL, CODIGO 'PX'),
      *                EL DETALLE EN TRAZADO DE UT-TALONDET EN
      *                UT-TALEXT PARA EL ACUMULADO ANUAL DE AS21, Y EL
      *                REGISTRO POR DEPARTAMENTO PARA LA FIRMA
      *                (UT-REPEXT). EL CIERRE QUEDA EN UT-RUNCTL COMO
      *                PROGRAMA 'AS26' CON EL PERIODO AAAA06 O AAAA12:
      *                UNA SEGUNDA CORRIDA DEL MISMO SEMESTRE SE
      *                DETIENE SALVO 'F' EN LA TARJETA.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA PAGA GENERADA GRABA
      *                UN MOVIMIENTO 'PAGA EXTRA' EN UT-HISTMOV CON EL
      *                PERIODO, EL BRUTO Y EL NETO COMO IMPORTE. AS90
      *                LO ACUMULA.
      * 10/15/26  LFC  SOLO SE CARGAN LAS DEDUCCIONES CON
      *                DED-OBLIGATORIA = 'S', COMO EN AS65: LA
      *                RETENCION 'B' YA NO ENTRA POR SU TIPO A TODOS
      *                LOS EMPLEADOS. UT-TALEXT SE ABRE EN EXTEND
      *                (DISP=MOD) Y SE VERIFICA SU FILE STATUS.
      * 10/15/26  LFC  UT-ACHEXT TAMBIEN SE ABRE EN EXTEND (DISP=MOD):
      *                LA PAGA SE ACUMULA HASTA QUE AS80 LA TRANSMITE
      *                Y EL JOB DE TRANSMISION LA VACIA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3083.
       OBJECT-COMPUTER. IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS        ASSIGN TO UT-EMPLOYER
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-EMPLEADOS   ASSIGN TO SORTWK01.

           SELECT EMPLEADOS-ORD    ASSIGN TO UT-EMPSORT
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT LICENCIAS        ASSIGN TO UT-LICENC
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LIC-NUMERO-EMP
                                    FILE STATUS IS WS-FS-LICENC.

           SELECT DEDUC-MASTER     ASSIGN TO UT-DEDMAST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-DEDMAST.

           SELECT TABLA-IMPUESTO   ASSIGN TO UT-TABIMP
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-TABIMP.

           SELECT PERFIL-IMPUESTO  ASSIGN TO UT-PERFIMP
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PFI-NUMERO-EMP
                                    FILE STATUS IS WS-FS-PERFIMP.

           SELECT PARAMETROS       ASSIGN TO UT-PARAMS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PARAMETROS.

           SELECT RUN-CONTROL      ASSIGN TO UT-RUNCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-RUNCTL.

           SELECT ACH-EXTRA        ASSIGN TO UT-ACHEXT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-ACHEXT.

           SELECT TALON-EXTRA      ASSIGN TO UT-TALEXT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-TALEXT.

           SELECT REPORTE          ASSIGN TO UT-REPEXT
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS             PIC X(65).

      *---------------------------------------------------------------
      *    SD DE TRABAJO: EL REGISTRO SALE POR DEPARTAMENTO Y, DENTRO
      *    DEL DEPARTAMENTO, POR NUMERO DE EMPLEADO.
      *---------------------------------------------------------------
       SD  SORT-EMPLEADOS
           DATA RECORD IS REG-SORT-EMPLEADOS.
       01  REG-SORT-EMPLEADOS.
           05 SRT-NUMERO-EMP         PIC 9(05).
           05 FILLER                 PIC X(31).
           05 SRT-DEPTO              PIC 9(03).
           05 FILLER                 PIC X(26).

       FD  EMPLEADOS-ORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS-ORD.
       01  REG-EMPLEADOS-ORD         PIC X(65).

      *---------------------------------------------------------------
      *    MAESTRO DE LICENCIAS (MISMO TRAZADO QUE AS20). SOLO LAS
      *    LICENCIAS SIN GOCE ('N') RESTAN DIAS DE SERVICIO.
      *---------------------------------------------------------------
       FD  LICENCIAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-LICENC.
       01  REG-LICENC.
           05 LIC-NUMERO-EMP         PIC 9(05).
           05 LIC-TIPO               PIC X(01).
           05 LIC-FECHA-INICIO       PIC 9(08).
           05 LIC-FECHA-RETORNO      PIC 9(08).

      *---------------------------------------------------------------
      *    MAESTRO DE DEDUCCIONES (MISMO TRAZADO DE 40 BYTES QUE
      *    AS20). AQUI SE CARGAN LAS OBLIGATORIAS Y LA RETENCION
      *    POR TRAMOS.
      *---------------------------------------------------------------
       FD  DEDUC-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DEDMAST.
       01  REG-DEDMAST.
           05 DED-CODIGO             PIC 9(02).
           05 DED-DESCRIPCION        PIC X(20).
           05 DED-TIPO               PIC X(01).
           05 DED-TASA               PIC 9(03)V99.
           05 DED-IMPORTE            PIC 9(07)V99.
           05 DED-PRIORIDAD          PIC 9(02).
           05 DED-OBLIGATORIA        PIC X(01).

       FD  TABLA-IMPUESTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS REG-TABIMP.
       01  REG-TABIMP.
           05 TIM-DESDE              PIC 9(09)V99.
           05 TIM-HASTA              PIC 9(09)V99.
           05 TIM-TASA               PIC 9(03)V99.

       FD  PERFIL-IMPUESTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS REG-PERFIMP.
       01  REG-PERFIMP.
           05 PFI-NUMERO-EMP         PIC 9(05).
           05 PFI-ESTADO-CIVIL       PIC X(01).
           05 PFI-EXENCIONES         PIC 9(02).

      *---------------------------------------------------------------
      *    TARJETA DE PARAMETROS: ANO Y SEMESTRE (1 = PAGA DE JUNIO,
      *    2 = PAGA DE DICIEMBRE) Y 'F' PARA FORZAR LA CORRIDA SOBRE
      *    UN SEMESTRE YA CERRADO.
      *---------------------------------------------------------------
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-ANO               PIC 9(04).
           05 PARM-SEMESTRE          PIC 9(01).
           05 PARM-FORZAR            PIC X(01).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-PROGRAMA           PIC X(04).
           05 RCT-PERIODO            PIC 9(06).
           05 RCT-FECHA              PIC 9(08).
           05 RCT-LEIDOS             PIC 9(05).
           05 RCT-GRABADOS           PIC 9(05).
           05 RCT-TOTAL-SALARIO      PIC 9(09)V99.
           05 RCT-ESTADO             PIC X(01).

      *---------------------------------------------------------------
      *    PAGO DE LA PAGA EXTRA: MISMO TRAZADO QUE UT-DESEMBOL,
      *    CODIGO 'PX'.
      *---------------------------------------------------------------
       FD  ACH-EXTRA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-ACH-EXTRA.
       01  REG-ACH-EXTRA.
           05 ACH-NUMERO-EMP         PIC 9(05).
           05 ACH-NOMBRE-EMP         PIC X(30).
           05 ACH-IMPORTE            PIC 9(07)V99.
           05 ACH-CODIGO-TRANS       PIC X(02).

      *---------------------------------------------------------------
      *    DETALLE DE LA PAGA EXTRA, MISMO TRAZADO DE 68 BYTES QUE EL
      *    UT-TALONDET DE AS20, PARA EL ACUMULADO ANUAL DE AS21.
      *---------------------------------------------------------------
       FD  TALON-EXTRA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS REG-TALON-DET.
       01  REG-TALON-DET.
           05 TDE-TIPO               PIC X(01).
           05 TDE-NUMERO-EMP         PIC 9(05).
           05 TDE-NOMBRE-EMP         PIC X(30).
           05 TDE-CODIGO             PIC 9(02).
           05 TDE-DESCRIPCION        PIC X(20).
           05 TDE-IMPORTE            PIC 9(07)V99.
           05 TDE-MARCA              PIC X(01).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE               PIC X(132).

      *---------------------------------------------------------------
      *    MOVIMIENTO DEL HISTORICO DE CAMBIOS (128 BYTES, MISMO
      *    TRAZADO QUE EN AS10): EMPLEADO, FECHA, HORA DE LA CORRIDA,
      *    PROGRAMA, SECUENCIA, CAMPO O EVENTO, VALOR ANTES, VALOR
      *    DESPUES E IMPORTE. AS90 LO ACUMULA.
      *---------------------------------------------------------------
       FD  HISTORICO-MOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTMOV.
       01  REG-HISTMOV               PIC X(128).

       WORKING-STORAGE SECTION.
       01  WS-FS-LICENC              PIC X(02)    VALUE '00'.
       01  WS-FS-DEDMAST             PIC X(02)    VALUE '00'.
       01  WS-FS-TABIMP              PIC X(02)    VALUE '00'.
       01  WS-FS-PERFIMP             PIC X(02)    VALUE '00'.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.
       01  WS-FS-RUNCTL              PIC X(02)    VALUE '00'.
       01  WS-FS-TALEXT              PIC X(02)    VALUE '00'.
       01  WS-FS-ACHEXT              PIC X(02)    VALUE '00'.

      *---------------------------------------------------------------
      *    MOVIMIENTO DEL HISTORICO DE CAMBIOS EN CURSO
      *---------------------------------------------------------------
       01  WS-FS-HISTMOV             PIC X(02)    VALUE '00'.
       01  WS-HORA-PROCESO           PIC 9(08)    VALUE ZEROS.
       01  WS-HMV-SECUENCIA          PIC 9(07)    VALUE ZEROS.
       01  WS-HMV-EDITADO            PIC Z,ZZZ,ZZ9.99.
       01  WS-MOV-HISTORICO.
           05 WS-HMV-NUMERO-EMP      PIC 9(05)    VALUE ZEROS.
           05 WS-HMV-FECHA           PIC 9(08)    VALUE ZEROS.
           05 WS-HMV-HORA            PIC 9(08)    VALUE ZEROS.
           05 WS-HMV-PROGRAMA        PIC X(04)    VALUE SPACES.
           05 WS-HMV-SEC             PIC 9(07)    VALUE ZEROS.
           05 WS-HMV-CONCEPTO        PIC X(20)    VALUE SPACES.
           05 WS-HMV-VALOR-ANTES     PIC X(30)    VALUE SPACES.
           05 WS-HMV-VALOR-DESPUES   PIC X(30)    VALUE SPACES.
           05 WS-HMV-IMPORTE         PIC 9(09)V99 VALUE ZEROS.
           05 FILLER                 PIC X(05)    VALUE SPACES.
       01  WS-HMV-PERIODO.
           05 FILLER                 PIC X(08)    VALUE 'PERIODO '.
           05 WS-HMP-PERIODO         PIC 9(06)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    IMAGEN DEL REGISTRO DE EMPLEADOS (65 BYTES), MISMO TRAZADO
      *    QUE WS-REG-EMPLEADOS DE AS20.
      *---------------------------------------------------------------
       01  WS-REG-EMPLEADOS.
           05 WS-NUMERO-EMP          PIC 9(05).
           05 WS-NOMBRE-EMP          PIC X(30).
           05 WS-STATUS-EMP          PIC 9(01).
              88 WS-STATUS-ACTIVO               VALUE 1.
              88 WS-STATUS-LICENCIA             VALUE 3.
           05 WS-DEPTO-EMP           PIC 9(03).
           05 WS-PUESTO-EMP          PIC 9(02).
           05 WS-SALARIO-EMP         PIC 9(07)V99.
           05 WS-FECHA-INGRESO-EMP   PIC 9(08).
           05 WS-FECHA-INGRESO-R REDEFINES WS-FECHA-INGRESO-EMP.
              10 WS-ING-ANO          PIC 9(04).
              10 WS-ING-MES          PIC 9(02).
              10 WS-ING-DIA          PIC 9(02).
           05 WS-GRADO-SAL-EMP       PIC 9(02).
           05 WS-CENTRO-COSTO-EMP    PIC 9(05).

      *---------------------------------------------------------------
      *    SEMESTRE DE LA CORRIDA. EL PERIODO DEL CONTROL DE
      *    CORRIDAS ES EL MES DE PAGO (AAAA06 O AAAA12).
      *---------------------------------------------------------------
       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.
       01  WS-FECHA-DELDIA-R REDEFINES WS-FECHA-DELDIA.
           05 WS-HOY-ANO             PIC 9(04).
           05 WS-HOY-MES             PIC 9(02).
           05 WS-HOY-DIA             PIC 9(02).
       01  WS-SEMESTRE-CORRIDA.
           05 WS-ANO-CORRIDA         PIC 9(04)    VALUE ZEROS.
           05 WS-SEMESTRE            PIC 9(01)    VALUE ZERO.
              88 WS-PAGA-JUNIO                  VALUE 1.
              88 WS-PAGA-DICIEMBRE              VALUE 2.
           05 WS-PARM-FORZAR         PIC X(01)    VALUE SPACE.
              88 WS-CORRIDA-FORZADA             VALUE 'F'.
       01  WS-PERIODO-CORRIDA        PIC 9(06)    VALUE ZEROS.
       01  WS-PERIODO-CORRIDA-R REDEFINES WS-PERIODO-CORRIDA.
           05 WS-PER-ANO             PIC 9(04).
           05 WS-PER-MES             PIC 9(02).
       01  WS-SEM-INICIO             PIC 9(08)    VALUE ZEROS.
       01  WS-SEM-INICIO-R REDEFINES WS-SEM-INICIO.
           05 WS-SEI-ANO             PIC 9(04).
           05 WS-SEI-MES             PIC 9(02).
           05 WS-SEI-DIA             PIC 9(02).
       01  WS-SEM-FIN                PIC 9(08)    VALUE ZEROS.
       01  WS-SEM-FIN-R REDEFINES WS-SEM-FIN.
           05 WS-SEF-ANO             PIC 9(04).
           05 WS-SEF-MES             PIC 9(02).
           05 WS-SEF-DIA             PIC 9(02).
       01  WS-DIAS-SEMESTRE          PIC 9(03)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    CALCULO DE FECHAS: ORDINAL DE UNA FECHA DENTRO DEL
      *    SEMESTRE (1 = PRIMER DIA DEL SEMESTRE), SUMANDO LOS DIAS
      *    REALES DE LOS MESES ANTERIORES, BISIESTOS INCLUIDOS.
      *---------------------------------------------------------------
       01  WS-FECHA-CALC             PIC 9(08)    VALUE ZEROS.
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05 WS-FC-ANO              PIC 9(04).
           05 WS-FC-MES              PIC 9(02).
           05 WS-FC-DIA              PIC 9(02).
       01  WS-DIA-ORDINAL            PIC 9(03)    VALUE ZEROS.
       01  WS-DIAS-DEL-MES           PIC 9(02)    VALUE ZEROS.
       01  WS-DM-ANO                 PIC 9(04)    VALUE ZEROS.
       01  WS-BISIESTO-COCIENTE      PIC 9(04)    VALUE ZEROS.
       01  WS-BISIESTO-RESIDUO       PIC 9(04)    VALUE ZEROS.
       77  WS-MES-CALC               PIC 9(02) COMP.

      *---------------------------------------------------------------
      *    DIAS DE SERVICIO DEL EMPLEADO EN CURSO
      *---------------------------------------------------------------
       01  WS-CALCULO-DIAS.
           05 WS-FECHA-DESDE         PIC 9(08)    VALUE ZEROS.
           05 WS-ORD-DESDE           PIC 9(03)    VALUE ZEROS.
           05 WS-ORD-LIC-DESDE       PIC 9(03)    VALUE ZEROS.
           05 WS-ORD-LIC-HASTA       PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-LICENCIA       PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-SERVICIO       PIC 9(03)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    TABLA DE DEDUCCIONES: LAS OBLIGATORIAS Y LA RETENCION POR
      *    TRAMOS, CARGADAS Y ORDENADAS POR PRIORIDAD COMO EN AS65.
      *    SIN UT-DEDMAST LA PAGA SALE SIN DEDUCCIONES.
      *---------------------------------------------------------------
       01  WS-TABLA-DEDUCCIONES.
           05 WS-DED-USADAS          PIC 9(02) COMP VALUE ZERO.
           05 WS-DED-ENTRADA         OCCURS 50 TIMES.
              10 WS-TD-CODIGO        PIC 9(02).
              10 WS-TD-DESCRIPCION   PIC X(20).
              10 WS-TD-TIPO          PIC X(01).
              10 WS-TD-TASA          PIC 9(03)V99.
              10 WS-TD-IMPORTE       PIC 9(07)V99.
              10 WS-TD-PRIORIDAD     PIC 9(02).
       77  WS-IND-DED                PIC 9(03) COMP.
       77  WS-IND-DED2               PIC 9(03) COMP.
       01  WS-DED-INTERCAMBIO        PIC X(43)    VALUE SPACES.

       01  WS-TABLA-APLICADAS.
           05 WS-DA-ENTRADA          OCCURS 50 TIMES.
              10 WS-DA-IMPORTE       PIC 9(07)V99.
              10 WS-DA-MARCA         PIC X(01).

      *---------------------------------------------------------------
      *    RETENCION POR TRAMOS (MISMA TABLA, PERFIL Y EXENCION QUE
      *    AS20). SIN UT-TABIMP LA DEDUCCION 'B' NO RETIENE.
      *---------------------------------------------------------------
       01  WS-TABLA-IMPUESTO.
           05 WS-TRAMOS-IMP-USADOS   PIC 9(02) COMP VALUE ZERO.
           05 WS-TRAMO-IMP           OCCURS 20 TIMES.
              10 WS-TI-DESDE         PIC 9(09)V99.
              10 WS-TI-HASTA         PIC 9(09)V99.
              10 WS-TI-TASA          PIC 9(03)V99.
       77  WS-IND-IMP                PIC 9(02) COMP.
       77  WS-IND-IMP2               PIC 9(02) COMP.
       01  WS-IMP-INTERCAMBIO        PIC X(27)    VALUE SPACES.
       01  WS-EXENCION-ANUAL         PIC 9(05)V99 VALUE 6000.00.
       01  WS-CALCULO-IMPUESTO.
           05 WS-BRUTO-ANUAL         PIC 9(09)V99 VALUE ZEROS.
           05 WS-DESGRAVACION        PIC 9(09)V99 VALUE ZEROS.
           05 WS-BASE-GRAVABLE       PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOPE-TRAMO          PIC 9(09)V99 VALUE ZEROS.
           05 WS-PORCION-TRAMO       PIC 9(09)V99 VALUE ZEROS.
           05 WS-IMPUESTO-ANUAL      PIC 9(09)V99 VALUE ZEROS.
           05 WS-EXENCIONES-TOT      PIC 9(02)    VALUE ZEROS.
           05 WS-IMPUESTO-SALARIO    PIC 9(09)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    CALCULO DE LA PAGA
      *---------------------------------------------------------------
       01  WS-CALCULO-PAGA.
           05 WS-BRUTO-EXTRA         PIC 9(07)V99 VALUE ZEROS.
           05 WS-NETO-EXTRA          PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMPORTE-DED         PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOTAL-DEDUCIDO      PIC 9(07)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    CONTADORES Y TOTALES (DEPARTAMENTO Y GENERAL)
      *---------------------------------------------------------------
       01  WS-CONTADORES.
           05 WS-LEIDOS-EMP          PIC 9(05)    VALUE ZEROS.
           05 WS-NO-ELEGIBLES        PIC 9(05)    VALUE ZEROS.
           05 WS-PAGOS-GENERADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-EXCEPCIONES         PIC 9(05)    VALUE ZEROS.
           05 WS-CON-LICENCIA        PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-BRUTO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOTAL-DEDUCCIONES   PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOTAL-NETO          PIC 9(09)V99 VALUE ZEROS.
       01  WS-TOTALES-DEPTO.
           05 WS-DEP-PAGOS           PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-BRUTO           PIC 9(09)V99 VALUE ZEROS.
           05 WS-DEP-DEDUCCIONES     PIC 9(09)V99 VALUE ZEROS.
           05 WS-DEP-NETO            PIC 9(09)V99 VALUE ZEROS.
       01  WS-DEPTO-ACTUAL           PIC 9(03)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-EMP          PIC X(01)    VALUE 'N'.
              88 WS-FIN-EMP                     VALUE 'S'.
           05 WS-SW-FIN-DEDMAST      PIC X(01)    VALUE 'N'.
              88 WS-FIN-DEDMAST                 VALUE 'S'.
           05 WS-SW-FIN-TABIMP       PIC X(01)    VALUE 'N'.
              88 WS-FIN-TABIMP                  VALUE 'S'.
           05 WS-SW-FIN-RUNCTL       PIC X(01)    VALUE 'N'.
              88 WS-FIN-RUNCTL                  VALUE 'S'.
           05 WS-SW-LICENC-ABIERTO   PIC X(01)    VALUE 'N'.
              88 WS-LICENC-ABIERTO              VALUE 'S'.
           05 WS-SW-PERFIMP-ABIERTO  PIC X(01)    VALUE 'N'.
              88 WS-PERFIMP-ABIERTO             VALUE 'S'.
           05 WS-SW-PERIODO-CERRADO  PIC X(01)    VALUE 'N'.
              88 WS-PERIODO-CERRADO             VALUE 'S'.
           05 WS-SW-PRIMER-DEPTO     PIC X(01)    VALUE 'S'.
              88 WS-PRIMER-DEPTO                VALUE 'S'.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL REGISTRO DE PAGA EXTRA
      *---------------------------------------------------------------
       01  WS-REP-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(27)    VALUE
              "REGISTRO DE PAGA EXTRA DE ".
           05 WS-RTI-PAGA            PIC X(09).
           05 WS-RTI-ANO             PIC 9(04).
           05 FILLER                 PIC X(13)    VALUE
              "  DEVENGO: ".
           05 WS-RTI-DESDE           PIC 9(08).
           05 FILLER                 PIC X(03)    VALUE " A ".
           05 WS-RTI-HASTA           PIC 9(08).
           05 FILLER                 PIC X(40)    VALUE SPACES.

       01  WS-REP-DEPTO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(14)    VALUE
              "DEPARTAMENTO: ".
           05 WS-RDP-DEPTO           PIC 9(03).
           05 FILLER                 PIC X(114)   VALUE SPACES.

       01  WS-REP-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(07)    VALUE "EMPNO".
           05 FILLER                 PIC X(30)    VALUE "NOMBRE".
           05 FILLER                 PIC X(10)    VALUE "F.INGRESO".
           05 FILLER                 PIC X(06)    VALUE "DIAS".
           05 FILLER                 PIC X(06)    VALUE "LSG".
           05 FILLER                 PIC X(13)    VALUE "SALARIO".
           05 FILLER                 PIC X(13)    VALUE "PAGA BRUTA".
           05 FILLER                 PIC X(13)    VALUE "DEDUCIDO".
           05 FILLER                 PIC X(13)    VALUE "NETO".
           05 FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-REP-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-NOMBRE           PIC X(28).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-INGRESO          PIC 9(08).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-DIAS             PIC ZZ9.
           05 FILLER                 PIC X(03)    VALUE SPACES.
           05 WS-RD-LICENCIA         PIC ZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-SALARIO          PIC ZZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-BRUTO            PIC ZZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-DEDUCIDO         PIC ZZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-NETO             PIC ZZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-MARCA            PIC X(10)    VALUE SPACES.
           05 FILLER                 PIC X(11)    VALUE SPACES.

       01  WS-REP-EXCEPCION.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RE-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(12)
                      VALUE "EXCEPCION - ".
           05 WS-RE-MOTIVO           PIC X(40).
           05 FILLER                 PIC X(72)    VALUE SPACES.

       01  WS-REP-TOTAL.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 WS-RT-ETIQUETA         PIC X(20).
           05 FILLER                 PIC X(08)    VALUE "PAGOS: ".
           05 WS-RT-PAGOS            PIC ZZZZ9.
           05 FILLER                 PIC X(10)    VALUE
              "   BRUTO: ".
           05 WS-RT-BRUTO            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(13)    VALUE
              "   DEDUCIDO: ".
           05 WS-RT-DEDUCCIONES      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(09)    VALUE
              "   NETO: ".
           05 WS-RT-NETO             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(20)    VALUE SPACES.

       01  WS-REP-CONTROL.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(18)
                      VALUE "EMPLEADOS LEIDOS: ".
           05 WS-RC-LEIDOS           PIC ZZZZ9.
           05 FILLER                 PIC X(17)
                      VALUE "  NO ELEGIBLES: ".
           05 WS-RC-NO-ELEGIBLES     PIC ZZZZ9.
           05 FILLER                 PIC X(15)
                      VALUE "  EXCEPCIONES: ".
           05 WS-RC-EXCEPCIONES      PIC ZZZZ9.
           05 FILLER                 PIC X(24)
                      VALUE "  CON LICENCIA SIN GOCE:".
           05 WS-RC-LICENCIA         PIC ZZZZ9.
           05 FILLER                 PIC X(37)    VALUE SPACES.

       01  WS-REP-FIRMA.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(40)    VALUE
              "REVISADO NOMINA: ______________________".
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(40)    VALUE
              "AUTORIZADO RRHH: ______________________".
           05 FILLER                 PIC X(46)    VALUE SPACES.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS26.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-EMPLEADO THRU 2000-EXIT
               UNTIL WS-FIN-EMP.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    RESUELVE EL SEMESTRE, VERIFICA QUE NO ESTE YA PAGADO,
      *    CARGA DEDUCCIONES Y TRAMOS, ORDENA LOS EMPLEADOS POR
      *    DEPARTAMENTO Y ABRE LOS FICHEROS. UT-LICENC Y UT-PERFIMP
      *    SON OPCIONALES, COMO EN AS20.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1090-VERIFICAR-RUN-CONTROL THRU 1090-EXIT.
           PERFORM 1060-CARGAR-DEDUCCIONES THRU 1060-EXIT.
           PERFORM 1080-CARGAR-TABLA-IMPUESTO THRU 1080-EXIT.

           SORT SORT-EMPLEADOS
               ON ASCENDING KEY SRT-DEPTO
               ON ASCENDING KEY SRT-NUMERO-EMP
               USING EMPLEADOS
               GIVING EMPLEADOS-ORD.

           OPEN INPUT  EMPLEADOS-ORD
           OPEN OUTPUT REPORTE.
           OPEN EXTEND ACH-EXTRA.
           IF WS-FS-ACHEXT NOT EQUAL "00"
               DISPLAY "AS26: ERROR AL ABRIR UT-ACHEXT, FILE STATUS = "
                       WS-FS-ACHEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TALON-EXTRA.
           IF WS-FS-TALEXT NOT EQUAL "00"
               DISPLAY "AS26: ERROR AL ABRIR UT-TALEXT, FILE STATUS = "
                       WS-FS-TALEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS26: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LICENCIAS.
           IF WS-FS-LICENC EQUAL "00"
               SET WS-LICENC-ABIERTO TO TRUE
           END-IF.
           OPEN INPUT PERFIL-IMPUESTO.
           IF WS-FS-PERFIMP EQUAL "00"
               SET WS-PERFIMP-ABIERTO TO TRUE
           END-IF.

           IF WS-PAGA-JUNIO
               MOVE "JUNIO"     TO WS-RTI-PAGA
           ELSE
               MOVE "DICIEMBRE" TO WS-RTI-PAGA
           END-IF.
           MOVE WS-ANO-CORRIDA TO WS-RTI-ANO.
           MOVE WS-SEM-INICIO  TO WS-RTI-DESDE.
           MOVE WS-SEM-FIN     TO WS-RTI-HASTA.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               BEFORE ADVANCING PAGE.

           PERFORM 2050-LEER-EMPLEADO THRU 2050-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *    LEE ANO, SEMESTRE Y MARCA DE FORZAR DE UT-PARAMS. SIN
      *    TARJETA (O EN BLANCO) SE TOMA EL ANO DEL DIA Y EL SEMESTRE
      *    DEL MES DEL DIA. DEJA RESUELTOS LOS LIMITES DEL SEMESTRE,
      *    SU NUMERO DE DIAS Y EL PERIODO DEL CONTROL DE CORRIDAS.
      *=================================================================
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANO IS NUMERIC
                               AND PARM-ANO IS GREATER THAN ZERO
                           MOVE PARM-ANO TO WS-ANO-CORRIDA
                       END-IF
                       IF PARM-SEMESTRE EQUAL 1 OR PARM-SEMESTRE
                               EQUAL 2
                           MOVE PARM-SEMESTRE TO WS-SEMESTRE
                       END-IF
                       MOVE PARM-FORZAR TO WS-PARM-FORZAR
               END-READ
               CLOSE PARAMETROS
           END-IF.

           IF WS-ANO-CORRIDA EQUAL ZERO
               MOVE WS-HOY-ANO TO WS-ANO-CORRIDA
           END-IF.
           IF WS-SEMESTRE EQUAL ZERO
               IF WS-HOY-MES IS GREATER THAN 06
                   MOVE 2 TO WS-SEMESTRE
               ELSE
                   MOVE 1 TO WS-SEMESTRE
               END-IF
           END-IF.

           MOVE WS-ANO-CORRIDA TO WS-SEI-ANO
                                  WS-SEF-ANO
                                  WS-PER-ANO.
           MOVE 01 TO WS-SEI-DIA.
           IF WS-PAGA-JUNIO
               MOVE 01 TO WS-SEI-MES
               MOVE 06 TO WS-SEF-MES
               MOVE 30 TO WS-SEF-DIA
           ELSE
               MOVE 07 TO WS-SEI-MES
               MOVE 12 TO WS-SEF-MES
               MOVE 31 TO WS-SEF-DIA
           END-IF.
           MOVE WS-SEF-MES TO WS-PER-MES.
           MOVE WS-SEM-FIN TO WS-FECHA-CALC.
           PERFORM 2450-DIA-DEL-SEMESTRE THRU 2450-EXIT.
           MOVE WS-DIA-ORDINAL TO WS-DIAS-SEMESTRE.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    1060-CARGAR-DEDUCCIONES
      *    CARGA LAS DEDUCCIONES OBLIGATORIAS POR LEY
      *    (DED-OBLIGATORIA = 'S') Y LAS DEJA ORDENADAS POR PRIORIDAD,
      *    COMO 1060-CARGAR-DEDUCCIONES DE AS65. LA RETENCION POR
      *    TRAMOS (DED-TIPO = 'B') SOLO ENTRA SI ES OBLIGATORIA.
      *=================================================================
       1060-CARGAR-DEDUCCIONES.
           OPEN INPUT DEDUC-MASTER.
           IF WS-FS-DEDMAST NOT EQUAL "00"
               GO TO 1060-EXIT
           END-IF.
           PERFORM 1065-LEER-DEDUCCION THRU 1065-EXIT
               UNTIL WS-FIN-DEDMAST.
           CLOSE DEDUC-MASTER.
           PERFORM 1070-ORDENAR-POR-PRIORIDAD THRU 1070-EXIT
               VARYING WS-IND-DED FROM 1 BY 1
               UNTIL WS-IND-DED IS NOT LESS THAN WS-DED-USADAS.
       1060-EXIT.
           EXIT.

       1065-LEER-DEDUCCION.
           READ DEDUC-MASTER
               AT END
                   SET WS-FIN-DEDMAST TO TRUE
               NOT AT END
                   IF DED-OBLIGATORIA EQUAL 'S'
                       IF WS-DED-USADAS IS NOT LESS THAN 50
                           DISPLAY "AS26: TABLA DE DEDUCCIONES "
                                   "AGOTADA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DED-USADAS
                       MOVE DED-CODIGO
                           TO WS-TD-CODIGO (WS-DED-USADAS)
                       MOVE DED-DESCRIPCION
                           TO WS-TD-DESCRIPCION (WS-DED-USADAS)
                       MOVE DED-TIPO
                           TO WS-TD-TIPO (WS-DED-USADAS)
                       MOVE DED-TASA
                           TO WS-TD-TASA (WS-DED-USADAS)
                       MOVE DED-IMPORTE
                           TO WS-TD-IMPORTE (WS-DED-USADAS)
                       MOVE DED-PRIORIDAD
                           TO WS-TD-PRIORIDAD (WS-DED-USADAS)
                   END-IF
           END-READ.
       1065-EXIT.
           EXIT.

       1070-ORDENAR-POR-PRIORIDAD.
           PERFORM 1075-COMPARAR-PRIORIDAD THRU 1075-EXIT
               VARYING WS-IND-DED2 FROM 1 BY 1
               UNTIL WS-IND-DED2 IS NOT LESS THAN WS-DED-USADAS.
       1070-EXIT.
           EXIT.

       1075-COMPARAR-PRIORIDAD.
           IF WS-TD-PRIORIDAD (WS-IND-DED2) IS GREATER THAN
                   WS-TD-PRIORIDAD (WS-IND-DED2 + 1)
               MOVE WS-DED-ENTRADA (WS-IND-DED2)
                   TO WS-DED-INTERCAMBIO
               MOVE WS-DED-ENTRADA (WS-IND-DED2 + 1)
                   TO WS-DED-ENTRADA (WS-IND-DED2)
               MOVE WS-DED-INTERCAMBIO
                   TO WS-DED-ENTRADA (WS-IND-DED2 + 1)
           END-IF.
       1075-EXIT.
           EXIT.

      *=================================================================
      *    1080-CARGAR-TABLA-IMPUESTO
      *    CARGA LOS TRAMOS DE UT-TABIMP ORDENADOS POR EL LIMITE
      *    INFERIOR, COMO 1080-CARGAR-TABLA-IMPUESTO DE AS20.
      *=================================================================
       1080-CARGAR-TABLA-IMPUESTO.
           OPEN INPUT TABLA-IMPUESTO.
           IF WS-FS-TABIMP NOT EQUAL "00"
               GO TO 1080-EXIT
           END-IF.
           PERFORM 1082-LEER-TRAMO THRU 1082-EXIT
               UNTIL WS-FIN-TABIMP.
           CLOSE TABLA-IMPUESTO.
           PERFORM 1085-ORDENAR-TRAMOS THRU 1085-EXIT
               VARYING WS-IND-IMP FROM 1 BY 1
               UNTIL WS-IND-IMP IS NOT LESS THAN
                   WS-TRAMOS-IMP-USADOS.
       1080-EXIT.
           EXIT.

       1082-LEER-TRAMO.
           READ TABLA-IMPUESTO
               AT END
                   SET WS-FIN-TABIMP TO TRUE
               NOT AT END
                   IF WS-TRAMOS-IMP-USADOS IS NOT LESS THAN 20
                       DISPLAY "AS26: TABLA DE TRAMOS DE IMPUESTO "
                               "AGOTADA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TRAMOS-IMP-USADOS
                   MOVE TIM-DESDE
                       TO WS-TI-DESDE (WS-TRAMOS-IMP-USADOS)
                   MOVE TIM-HASTA
                       TO WS-TI-HASTA (WS-TRAMOS-IMP-USADOS)
                   MOVE TIM-TASA
                       TO WS-TI-TASA (WS-TRAMOS-IMP-USADOS)
           END-READ.
       1082-EXIT.
           EXIT.

       1085-ORDENAR-TRAMOS.
           PERFORM 1087-COMPARAR-TRAMOS THRU 1087-EXIT
               VARYING WS-IND-IMP2 FROM 1 BY 1
               UNTIL WS-IND-IMP2 IS NOT LESS THAN
                   WS-TRAMOS-IMP-USADOS.
       1085-EXIT.
           EXIT.

       1087-COMPARAR-TRAMOS.
           IF WS-TI-DESDE (WS-IND-IMP2) IS GREATER THAN
                   WS-TI-DESDE (WS-IND-IMP2 + 1)
               MOVE WS-TRAMO-IMP (WS-IND-IMP2)
                   TO WS-IMP-INTERCAMBIO
               MOVE WS-TRAMO-IMP (WS-IND-IMP2 + 1)
                   TO WS-TRAMO-IMP (WS-IND-IMP2)
               MOVE WS-IMP-INTERCAMBIO
                   TO WS-TRAMO-IMP (WS-IND-IMP2 + 1)
           END-IF.
       1087-EXIT.
           EXIT.

      *=================================================================
      *    1090-VERIFICAR-RUN-CONTROL
      *    SI EL CONTROL DE CORRIDAS YA TIENE CIERRE DE AS26 PARA EL
      *    PERIODO DEL SEMESTRE, LA PAGA YA SE PAGO: LA CORRIDA SE
      *    DETIENE, SALVO 'F' EN LA TARJETA (RESOMETER AUTORIZADO),
      *    COMO 1090-VERIFICAR-RUN-CONTROL DE AS20.
      *=================================================================
       1090-VERIFICAR-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL NOT EQUAL "00"
               GO TO 1090-EXIT
           END-IF.
           PERFORM 1095-LEER-RUN-CONTROL THRU 1095-EXIT
               UNTIL WS-FIN-RUNCTL.
           CLOSE RUN-CONTROL.

           IF WS-PERIODO-CERRADO
               IF WS-CORRIDA-FORZADA
                   DISPLAY "AS26: PAGA EXTRA " WS-PERIODO-CORRIDA
                           " YA PAGADA - CORRIDA FORZADA POR TARJETA"
               ELSE
                   DISPLAY "AS26: PAGA EXTRA " WS-PERIODO-CORRIDA
                           " YA PAGADA SEGUN UT-RUNCTL - CORRIDA"
                           " DETENIDA (USAR 'F' EN UT-PARAMS PARA"
                           " FORZAR)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1090-EXIT.
           EXIT.

       1095-LEER-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   SET WS-FIN-RUNCTL TO TRUE
               NOT AT END
                   IF RCT-PROGRAMA EQUAL "AS26"
                           AND RCT-PERIODO EQUAL WS-PERIODO-CORRIDA
                           AND RCT-ESTADO EQUAL 'C'
                       SET WS-PERIODO-CERRADO TO TRUE
                   END-IF
           END-READ.
       1095-EXIT.
           EXIT.

      *=================================================================
      *    2000-PROCESAR-EMPLEADO
      *    TRATA EL EMPLEADO EN CURSO: CORTE POR DEPARTAMENTO,
      *    ELEGIBILIDAD, DIAS DE SERVICIO, CALCULO Y GRABACION DEL
      *    PAGO. SOLO COBRAN LOS ACTIVOS (STATUS 1) Y LOS QUE ESTAN
      *    EN LICENCIA (STATUS 3), A QUIENES SE LES RESTAN LOS DIAS
      *    SIN GOCE; INACTIVOS Y BAJAS NO SON ELEGIBLES (LAS BAJAS
      *    COBRAN SU PARTE EN EL PAGO FINAL DE AS65).
      *=================================================================
       2000-PROCESAR-EMPLEADO.
           IF WS-DEPTO-EMP NOT EQUAL WS-DEPTO-ACTUAL
                   OR WS-PRIMER-DEPTO
               PERFORM 2100-CAMBIO-DEPTO THRU 2100-EXIT
           END-IF.

           IF NOT WS-STATUS-ACTIVO AND NOT WS-STATUS-LICENCIA
               ADD 1 TO WS-NO-ELEGIBLES
               GO TO 2000-LEER
           END-IF.

           IF WS-SALARIO-EMP IS NOT NUMERIC
                   OR WS-SALARIO-EMP EQUAL ZERO
               MOVE "SALARIO NO NUMERICO O EN CERO"
                   TO WS-RE-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.

           PERFORM 2200-VALIDAR-FECHA-INGRESO THRU 2200-EXIT.
           IF WS-RE-MOTIVO NOT EQUAL SPACES
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.

           IF WS-FECHA-INGRESO-EMP IS GREATER THAN WS-SEM-FIN
               ADD 1 TO WS-NO-ELEGIBLES
               GO TO 2000-LEER
           END-IF.

           PERFORM 2300-CALCULAR-DIAS THRU 2300-EXIT.
           IF WS-DIAS-SERVICIO EQUAL ZERO
               MOVE "SIN DIAS DE SERVICIO EN EL SEMESTRE"
                   TO WS-RE-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.

           PERFORM 2500-CALCULAR-PAGA THRU 2500-EXIT.
           PERFORM 2600-GRABAR-PAGO THRU 2600-EXIT.

       2000-LEER.
           PERFORM 2050-LEER-EMPLEADO THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

      *=================================================================
      *    2050-LEER-EMPLEADO
      *=================================================================
       2050-LEER-EMPLEADO.
           READ EMPLEADOS-ORD INTO WS-REG-EMPLEADOS
               AT END
                   SET WS-FIN-EMP TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-EMP
           END-READ.
       2050-EXIT.
           EXIT.

      *=================================================================
      *    2100-CAMBIO-DEPTO
      *    CIERRA EL DEPARTAMENTO ANTERIOR CON SU SUBTOTAL Y ABRE EL
      *    NUEVO CON SU CABECERA.
      *=================================================================
       2100-CAMBIO-DEPTO.
           IF NOT WS-PRIMER-DEPTO
               PERFORM 2150-TOTAL-DEPTO THRU 2150-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-PRIMER-DEPTO.
           MOVE WS-DEPTO-EMP TO WS-DEPTO-ACTUAL
                                WS-RDP-DEPTO.
           MOVE ZEROS TO WS-DEP-PAGOS
                         WS-DEP-BRUTO
                         WS-DEP-DEDUCCIONES
                         WS-DEP-NETO.
           WRITE REG-REPORTE FROM WS-REP-DEPTO
               AFTER ADVANCING 3 LINES.
           WRITE REG-REPORTE FROM WS-REP-ENCABEZADO
               AFTER ADVANCING 2 LINES.
       2100-EXIT.
           EXIT.

       2150-TOTAL-DEPTO.
           MOVE "TOTAL DEPARTAMENTO" TO WS-RT-ETIQUETA.
           MOVE WS-DEP-PAGOS         TO WS-RT-PAGOS.
           MOVE WS-DEP-BRUTO         TO WS-RT-BRUTO.
           MOVE WS-DEP-DEDUCCIONES   TO WS-RT-DEDUCCIONES.
           MOVE WS-DEP-NETO          TO WS-RT-NETO.
           WRITE REG-REPORTE FROM WS-REP-TOTAL
               AFTER ADVANCING 2 LINES.
       2150-EXIT.
           EXIT.

      *=================================================================
      *    2200-VALIDAR-FECHA-INGRESO
      *    LA FECHA DE INGRESO DEBE SER UNA FECHA REAL DEL CALENDARIO.
      *    DEJA EL MOTIVO EN WS-RE-MOTIVO SI NO LO ES.
      *=================================================================
       2200-VALIDAR-FECHA-INGRESO.
           MOVE SPACES TO WS-RE-MOTIVO.
           IF WS-FECHA-INGRESO-EMP IS NOT NUMERIC
               MOVE "FECHA DE INGRESO NO NUMERICA" TO WS-RE-MOTIVO
               GO TO 2200-EXIT
           END-IF.
           IF WS-ING-MES IS LESS THAN 01
                   OR WS-ING-MES IS GREATER THAN 12
               MOVE "MES DE INGRESO FUERA DE CALENDARIO"
                   TO WS-RE-MOTIVO
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-ING-ANO TO WS-DM-ANO.
           MOVE WS-ING-MES TO WS-MES-CALC.
           PERFORM 2470-DIAS-DEL-MES THRU 2470-EXIT.
           IF WS-ING-DIA IS LESS THAN 01
                   OR WS-ING-DIA IS GREATER THAN WS-DIAS-DEL-MES
               MOVE "DIA DE INGRESO FUERA DE CALENDARIO"
                   TO WS-RE-MOTIVO
           END-IF.
       2200-EXIT.
           EXIT.

      *=================================================================
      *    2300-CALCULAR-DIAS
      *    DIAS DE SERVICIO EN EL SEMESTRE: DESDE EL INICIO DEL
      *    SEMESTRE (O EL INGRESO, SI ES POSTERIOR) HASTA EL FIN DEL
      *    SEMESTRE, MENOS LOS DIAS DE LICENCIA SIN GOCE.
      *=================================================================
       2300-CALCULAR-DIAS.
           IF WS-FECHA-INGRESO-EMP IS GREATER THAN WS-SEM-INICIO
               MOVE WS-FECHA-INGRESO-EMP TO WS-FECHA-DESDE
           ELSE
               MOVE WS-SEM-INICIO        TO WS-FECHA-DESDE
           END-IF.
           MOVE WS-FECHA-DESDE TO WS-FECHA-CALC.
           PERFORM 2450-DIA-DEL-SEMESTRE THRU 2450-EXIT.
           MOVE WS-DIA-ORDINAL TO WS-ORD-DESDE.
           COMPUTE WS-DIAS-SERVICIO =
               WS-DIAS-SEMESTRE - WS-ORD-DESDE + 1.

           PERFORM 2350-DIAS-LICENCIA THRU 2350-EXIT.
           IF WS-DIAS-LICENCIA IS GREATER THAN ZERO
               ADD 1 TO WS-CON-LICENCIA
               IF WS-DIAS-LICENCIA IS NOT LESS THAN WS-DIAS-SERVICIO
                   MOVE ZEROS TO WS-DIAS-SERVICIO
               ELSE
                   SUBTRACT WS-DIAS-LICENCIA FROM WS-DIAS-SERVICIO
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *=================================================================
      *    2350-DIAS-LICENCIA
      *    DIAS DE LA LICENCIA SIN GOCE ('N') DEL EMPLEADO QUE CAEN
      *    ENTRE WS-FECHA-DESDE Y EL FIN DEL SEMESTRE. LA FECHA DE
      *    RETORNO ES EL PRIMER DIA DE VUELTA AL TRABAJO; EN CERO (O
      *    POSTERIOR AL SEMESTRE) LA LICENCIA CUBRE HASTA EL FIN DEL
      *    SEMESTRE. SIN UT-LICENC NO SE RESTA NADA.
      *=================================================================
       2350-DIAS-LICENCIA.
           MOVE ZEROS TO WS-DIAS-LICENCIA.
           IF NOT WS-LICENC-ABIERTO
               GO TO 2350-EXIT
           END-IF.
           MOVE WS-NUMERO-EMP TO LIC-NUMERO-EMP.
           READ LICENCIAS
               INVALID KEY
                   GO TO 2350-EXIT
           END-READ.
           IF LIC-TIPO NOT EQUAL 'N'
                   OR LIC-FECHA-INICIO IS NOT NUMERIC
                   OR LIC-FECHA-INICIO IS GREATER THAN WS-SEM-FIN
               GO TO 2350-EXIT
           END-IF.
           IF LIC-FECHA-RETORNO IS NOT NUMERIC
               MOVE ZEROS TO LIC-FECHA-RETORNO
           END-IF.
           IF LIC-FECHA-RETORNO IS GREATER THAN ZERO
                   AND LIC-FECHA-RETORNO IS NOT GREATER THAN
                       WS-FECHA-DESDE
               GO TO 2350-EXIT
           END-IF.

           IF LIC-FECHA-INICIO IS GREATER THAN WS-FECHA-DESDE
               MOVE LIC-FECHA-INICIO TO WS-FECHA-CALC
               PERFORM 2450-DIA-DEL-SEMESTRE THRU 2450-EXIT
               MOVE WS-DIA-ORDINAL TO WS-ORD-LIC-DESDE
           ELSE
               MOVE WS-ORD-DESDE   TO WS-ORD-LIC-DESDE
           END-IF.

           IF LIC-FECHA-RETORNO EQUAL ZERO
                   OR LIC-FECHA-RETORNO IS GREATER THAN WS-SEM-FIN
               MOVE WS-DIAS-SEMESTRE TO WS-ORD-LIC-HASTA
           ELSE
               MOVE LIC-FECHA-RETORNO TO WS-FECHA-CALC
               PERFORM 2450-DIA-DEL-SEMESTRE THRU 2450-EXIT
               SUBTRACT 1 FROM WS-DIA-ORDINAL
                   GIVING WS-ORD-LIC-HASTA
           END-IF.

           IF WS-ORD-LIC-HASTA IS NOT LESS THAN WS-ORD-LIC-DESDE
               COMPUTE WS-DIAS-LICENCIA =
                   WS-ORD-LIC-HASTA - WS-ORD-LIC-DESDE + 1
           END-IF.
       2350-EXIT.
           EXIT.

      *=================================================================
      *    2450-DIA-DEL-SEMESTRE
      *    ORDINAL (WS-DIA-ORDINAL) DE WS-FECHA-CALC DENTRO DEL
      *    SEMESTRE DE LA CORRIDA: LOS DIAS REALES DE LOS MESES DEL
      *    SEMESTRE ANTERIORES AL DE LA FECHA, MAS SU DIA. LA FECHA
      *    DEBE CAER DENTRO DEL SEMESTRE.
      *=================================================================
       2450-DIA-DEL-SEMESTRE.
           MOVE WS-FC-DIA TO WS-DIA-ORDINAL.
           MOVE WS-FC-ANO TO WS-DM-ANO.
           PERFORM 2460-SUMAR-MES THRU 2460-EXIT
               VARYING WS-MES-CALC FROM WS-SEI-MES BY 1
               UNTIL WS-MES-CALC IS NOT LESS THAN WS-FC-MES.
       2450-EXIT.
           EXIT.

       2460-SUMAR-MES.
           PERFORM 2470-DIAS-DEL-MES THRU 2470-EXIT.
           ADD WS-DIAS-DEL-MES TO WS-DIA-ORDINAL.
       2460-EXIT.
           EXIT.

      *=================================================================
      *    2470-DIAS-DEL-MES
      *    DIAS REALES DEL MES WS-MES-CALC DEL ANO WS-DM-ANO, CON LA
      *    REGLA COMPLETA DE BISIESTOS, COMO 2250-DIAS-DEL-MES DE
      *    AS65.
      *=================================================================
       2470-DIAS-DEL-MES.
           EVALUATE WS-MES-CALC
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-DEL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DIAS-DEL-MES
               WHEN OTHER
                   MOVE 28 TO WS-DIAS-DEL-MES
                   DIVIDE WS-DM-ANO BY 4
                       GIVING WS-BISIESTO-COCIENTE
                       REMAINDER WS-BISIESTO-RESIDUO
                   IF WS-BISIESTO-RESIDUO EQUAL ZERO
                       DIVIDE WS-DM-ANO BY 100
                           GIVING WS-BISIESTO-COCIENTE
                           REMAINDER WS-BISIESTO-RESIDUO
                       IF WS-BISIESTO-RESIDUO NOT EQUAL ZERO
                           MOVE 29 TO WS-DIAS-DEL-MES
                       ELSE
                           DIVIDE WS-DM-ANO BY 400
                               GIVING WS-BISIESTO-COCIENTE
                               REMAINDER WS-BISIESTO-RESIDUO
                           IF WS-BISIESTO-RESIDUO EQUAL ZERO
                               MOVE 29 TO WS-DIAS-DEL-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       2470-EXIT.
           EXIT.

      *=================================================================
      *    2500-CALCULAR-PAGA
      *    UN SALARIO MENSUAL PRORRATEADO POR LOS DIAS DE SERVICIO
      *    SOBRE LOS DIAS DEL SEMESTRE, MENOS LAS DEDUCCIONES EN
      *    ORDEN DE PRIORIDAD, RECORTADAS PARA NO DEJAR NETO
      *    NEGATIVO.
      *=================================================================
       2500-CALCULAR-PAGA.
           COMPUTE WS-BRUTO-EXTRA ROUNDED =
               (WS-SALARIO-EMP * WS-DIAS-SERVICIO) / WS-DIAS-SEMESTRE.
           MOVE WS-BRUTO-EXTRA TO WS-NETO-EXTRA.
           MOVE ZEROS TO WS-TOTAL-DEDUCIDO.

           PERFORM 2550-APLICAR-DEDUCCION THRU 2550-EXIT
               VARYING WS-IND-DED FROM 1 BY 1
               UNTIL WS-IND-DED IS GREATER THAN WS-DED-USADAS.
       2500-EXIT.
           EXIT.

      *=================================================================
      *    2550-APLICAR-DEDUCCION
      *    APLICA LA DEDUCCION EN CURSO SOBRE LA PAGA BRUTA, CON EL
      *    MISMO RECORTE QUE 2400-APLICAR-DEDUCCION DE AS65.
      *=================================================================
       2550-APLICAR-DEDUCCION.
           EVALUATE WS-TD-TIPO (WS-IND-DED)
               WHEN 'P'
                   COMPUTE WS-IMPORTE-DED ROUNDED =
                       (WS-BRUTO-EXTRA * WS-TD-TASA (WS-IND-DED))
                           / 100
                       ON SIZE ERROR
                           MOVE WS-NETO-EXTRA TO WS-IMPORTE-DED
                   END-COMPUTE
               WHEN 'B'
                   PERFORM 2570-CALCULAR-IMPUESTO THRU 2570-EXIT
               WHEN OTHER
                   MOVE WS-TD-IMPORTE (WS-IND-DED) TO WS-IMPORTE-DED
           END-EVALUATE.

           MOVE SPACES TO WS-DA-MARCA (WS-IND-DED).
           IF WS-IMPORTE-DED IS GREATER THAN WS-NETO-EXTRA
               MOVE WS-NETO-EXTRA TO WS-IMPORTE-DED
               MOVE 'R' TO WS-DA-MARCA (WS-IND-DED)
           END-IF.

           MOVE WS-IMPORTE-DED TO WS-DA-IMPORTE (WS-IND-DED).
           IF WS-IMPORTE-DED IS GREATER THAN ZERO
               SUBTRACT WS-IMPORTE-DED FROM WS-NETO-EXTRA
               ADD WS-IMPORTE-DED TO WS-TOTAL-DEDUCIDO
           END-IF.
       2550-EXIT.
           EXIT.

      *=================================================================
      *    2570-CALCULAR-IMPUESTO
      *    RETENCION DE LA PAGA EXTRA POR TRAMOS, CON EL MISMO
      *    TRATAMIENTO QUE AS20 DA A LOS DEVENGOS GRAVABLES: LA PAGA
      *    NO SE ANUALIZA, SE SUMA UNA SOLA VEZ AL SALARIO ANUAL Y
      *    SE RETIENE ENTERA LA DIFERENCIA DE IMPUESTO QUE PRODUCE.
      *    LAS EXENCIONES SALEN DEL PERFIL UT-PERFIMP (UNA MAS PARA
      *    CASADOS). SIN TABLA DE TRAMOS NO SE RETIENE NADA.
      *=================================================================
       2570-CALCULAR-IMPUESTO.
           MOVE ZEROS TO WS-IMPORTE-DED.
           IF WS-TRAMOS-IMP-USADOS EQUAL ZERO
               GO TO 2570-EXIT
           END-IF.

           MOVE ZEROS TO WS-EXENCIONES-TOT.
           IF WS-PERFIMP-ABIERTO
               MOVE WS-NUMERO-EMP TO PFI-NUMERO-EMP
               READ PERFIL-IMPUESTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PFI-EXENCIONES IS NUMERIC
                           MOVE PFI-EXENCIONES TO WS-EXENCIONES-TOT
                       END-IF
                       IF PFI-ESTADO-CIVIL EQUAL 'C'
                           ADD 1 TO WS-EXENCIONES-TOT
                       END-IF
               END-READ
           END-IF.

           COMPUTE WS-BRUTO-ANUAL = WS-SALARIO-EMP * 12
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-BRUTO-ANUAL
           END-COMPUTE.
           PERFORM 2580-IMPUESTO-ANUAL THRU 2580-EXIT.
           MOVE WS-IMPUESTO-ANUAL TO WS-IMPUESTO-SALARIO.

           ADD WS-BRUTO-EXTRA TO WS-BRUTO-ANUAL
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-BRUTO-ANUAL
           END-ADD.
           PERFORM 2580-IMPUESTO-ANUAL THRU 2580-EXIT.
           COMPUTE WS-IMPORTE-DED =
               WS-IMPUESTO-ANUAL - WS-IMPUESTO-SALARIO
               ON SIZE ERROR
                   MOVE WS-NETO-EXTRA TO WS-IMPORTE-DED
           END-COMPUTE.
       2570-EXIT.
           EXIT.

      *=================================================================
      *    2580-IMPUESTO-ANUAL
      *    IMPUESTO ANUAL (WS-IMPUESTO-ANUAL) DE WS-BRUTO-ANUAL, COMO
      *    4245-IMPUESTO-ANUAL DE AS20.
      *=================================================================
       2580-IMPUESTO-ANUAL.
           MOVE ZEROS TO WS-IMPUESTO-ANUAL.
           COMPUTE WS-DESGRAVACION =
               WS-EXENCIONES-TOT * WS-EXENCION-ANUAL.
           IF WS-DESGRAVACION IS NOT LESS THAN WS-BRUTO-ANUAL
               GO TO 2580-EXIT
           END-IF.
           SUBTRACT WS-DESGRAVACION FROM WS-BRUTO-ANUAL
               GIVING WS-BASE-GRAVABLE.

           PERFORM 2590-GRAVAR-TRAMO THRU 2590-EXIT
               VARYING WS-IND-IMP FROM 1 BY 1
               UNTIL WS-IND-IMP IS GREATER THAN
                   WS-TRAMOS-IMP-USADOS.
       2580-EXIT.
           EXIT.

      *=================================================================
      *    2590-GRAVAR-TRAMO
      *    GRAVA LA PORCION DE LA BASE QUE CAE EN EL TRAMO EN CURSO,
      *    COMO 4249-GRAVAR-TRAMO DE AS20.
      *=================================================================
       2590-GRAVAR-TRAMO.
           IF WS-BASE-GRAVABLE IS NOT GREATER THAN
                   WS-TI-DESDE (WS-IND-IMP)
               GO TO 2590-EXIT
           END-IF.
           IF WS-BASE-GRAVABLE IS LESS THAN
                   WS-TI-HASTA (WS-IND-IMP)
               MOVE WS-BASE-GRAVABLE TO WS-TOPE-TRAMO
           ELSE
               MOVE WS-TI-HASTA (WS-IND-IMP) TO WS-TOPE-TRAMO
           END-IF.
           SUBTRACT WS-TI-DESDE (WS-IND-IMP) FROM WS-TOPE-TRAMO
               GIVING WS-PORCION-TRAMO.
           COMPUTE WS-IMPUESTO-ANUAL ROUNDED =
               WS-IMPUESTO-ANUAL +
               ((WS-PORCION-TRAMO * WS-TI-TASA (WS-IND-IMP)) / 100)
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-IMPUESTO-ANUAL
           END-COMPUTE.
       2590-EXIT.
           EXIT.

      *=================================================================
      *    2600-GRABAR-PAGO
      *    GRABA EL PAGO EN UT-ACHEXT (CODIGO 'PX'), SU LINEA EN EL
      *    REGISTRO DEL DEPARTAMENTO Y EL DETALLE PARA AS21.
      *=================================================================
       2600-GRABAR-PAGO.
           MOVE WS-NUMERO-EMP  TO ACH-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP  TO ACH-NOMBRE-EMP.
           MOVE WS-NETO-EXTRA  TO ACH-IMPORTE.
           MOVE "PX"           TO ACH-CODIGO-TRANS.
           WRITE REG-ACH-EXTRA.

           ADD 1                 TO WS-PAGOS-GENERADOS
                                    WS-DEP-PAGOS.
           ADD WS-BRUTO-EXTRA    TO WS-TOTAL-BRUTO
                                    WS-DEP-BRUTO.
           ADD WS-TOTAL-DEDUCIDO TO WS-TOTAL-DEDUCCIONES
                                    WS-DEP-DEDUCCIONES.
           ADD WS-NETO-EXTRA     TO WS-TOTAL-NETO
                                    WS-DEP-NETO.

           MOVE WS-NUMERO-EMP        TO WS-RD-NUMERO.
           MOVE WS-NOMBRE-EMP        TO WS-RD-NOMBRE.
           MOVE WS-FECHA-INGRESO-EMP TO WS-RD-INGRESO.
           MOVE WS-DIAS-SERVICIO     TO WS-RD-DIAS.
           MOVE WS-DIAS-LICENCIA     TO WS-RD-LICENCIA.
           MOVE WS-SALARIO-EMP       TO WS-RD-SALARIO.
           MOVE WS-BRUTO-EXTRA       TO WS-RD-BRUTO.
           MOVE WS-TOTAL-DEDUCIDO    TO WS-RD-DEDUCIDO.
           MOVE WS-NETO-EXTRA        TO WS-RD-NETO.
           IF WS-DIAS-SERVICIO EQUAL WS-DIAS-SEMESTRE
               MOVE SPACES           TO WS-RD-MARCA
           ELSE
               MOVE "PRORRATEO"      TO WS-RD-MARCA
           END-IF.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.

           PERFORM 2700-GRABAR-DETALLE-TALON THRU 2700-EXIT.
           PERFORM 2650-HISTORICO-PAGA THRU 2650-EXIT.
       2600-EXIT.
           EXIT.

      *=================================================================
      *    2650-HISTORICO-PAGA
      *    MOVIMIENTO DEL HISTORICO POR LA PAGA EXTRA: PERIODO DE
      *    PAGO, BRUTO DE LA PAGA Y EL NETO A UT-ACHEXT COMO IMPORTE.
      *=================================================================
       2650-HISTORICO-PAGA.
           MOVE WS-NUMERO-EMP      TO WS-HMV-NUMERO-EMP.
           MOVE "PAGA EXTRA"       TO WS-HMV-CONCEPTO.
           MOVE WS-PERIODO-CORRIDA TO WS-HMP-PERIODO.
           MOVE WS-HMV-PERIODO     TO WS-HMV-VALOR-ANTES.
           MOVE WS-BRUTO-EXTRA     TO WS-HMV-EDITADO.
           MOVE "BRUTO "           TO WS-HMV-VALOR-DESPUES.
           MOVE WS-HMV-EDITADO     TO WS-HMV-VALOR-DESPUES (7:12).
           MOVE WS-NETO-EXTRA      TO WS-HMV-IMPORTE.
           PERFORM 2660-GRABAR-HISTORICO THRU 2660-EXIT.
       2650-EXIT.
           EXIT.

      *=================================================================
      *    2660-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2660-GRABAR-HISTORICO.
           MOVE WS-FECHA-DELDIA   TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS26"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2660-EXIT.
           EXIT.

      *=================================================================
      *    2700-GRABAR-DETALLE-TALON
      *    GRABA LA PAGA EN UT-TALEXT CON LA MISMA SECUENCIA QUE AS20
      *    EN UT-TALONDET: BRUTO, DEDUCCIONES APLICADAS EN ORDEN DE
      *    PRIORIDAD Y NETO.
      *=================================================================
       2700-GRABAR-DETALLE-TALON.
           MOVE 'B'              TO TDE-TIPO.
           MOVE WS-NUMERO-EMP    TO TDE-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP    TO TDE-NOMBRE-EMP.
           MOVE ZEROS            TO TDE-CODIGO.
           MOVE "BRUTO PAGA EXTRA" TO TDE-DESCRIPCION.
           MOVE WS-BRUTO-EXTRA   TO TDE-IMPORTE.
           MOVE SPACES           TO TDE-MARCA.
           WRITE REG-TALON-DET.

           PERFORM 2750-GRABAR-DEDUCCION-TALON THRU 2750-EXIT
               VARYING WS-IND-DED FROM 1 BY 1
               UNTIL WS-IND-DED IS GREATER THAN WS-DED-USADAS.

           MOVE 'N'              TO TDE-TIPO.
           MOVE WS-NUMERO-EMP    TO TDE-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP    TO TDE-NOMBRE-EMP.
           MOVE ZEROS            TO TDE-CODIGO.
           MOVE "NETO PAGA EXTRA" TO TDE-DESCRIPCION.
           MOVE WS-NETO-EXTRA    TO TDE-IMPORTE.
           MOVE SPACES           TO TDE-MARCA.
           WRITE REG-TALON-DET.
       2700-EXIT.
           EXIT.

       2750-GRABAR-DEDUCCION-TALON.
           IF WS-DA-IMPORTE (WS-IND-DED) NOT GREATER THAN ZERO
               GO TO 2750-EXIT
           END-IF.
           MOVE 'D'                            TO TDE-TIPO.
           MOVE WS-NUMERO-EMP                  TO TDE-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP                  TO TDE-NOMBRE-EMP.
           MOVE WS-TD-CODIGO (WS-IND-DED)      TO TDE-CODIGO.
           MOVE WS-TD-DESCRIPCION (WS-IND-DED) TO TDE-DESCRIPCION.
           MOVE WS-DA-IMPORTE (WS-IND-DED)     TO TDE-IMPORTE.
           MOVE WS-DA-MARCA (WS-IND-DED)       TO TDE-MARCA.
           WRITE REG-TALON-DET.
       2750-EXIT.
           EXIT.

      *=================================================================
      *    2800-ESCRIBIR-EXCEPCION
      *    DEJA EL EMPLEADO QUE NO SE PUDO PAGAR EN EL REGISTRO CON
      *    SU MOTIVO, PARA QUE NOMINA LO RESUELVA ANTES DE LA FIRMA.
      *=================================================================
       2800-ESCRIBIR-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES.
           MOVE WS-NUMERO-EMP TO WS-RE-NUMERO.
           WRITE REG-REPORTE FROM WS-REP-EXCEPCION
               AFTER ADVANCING 1 LINE.
       2800-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    CIERRA EL ULTIMO DEPARTAMENTO, IMPRIME EL TOTAL GENERAL,
      *    LOS CONTROLES Y LAS LINEAS DE FIRMA, Y GRABA EL CIERRE EN
      *    EL CONTROL DE CORRIDAS. CON EXCEPCIONES LA CORRIDA TERMINA
      *    CON RC 4 PARA QUE SE REVISEN ANTES DE ENVIAR EL PAGO.
      *=================================================================
       3000-FINALIZAR.
           IF NOT WS-PRIMER-DEPTO
               PERFORM 2150-TOTAL-DEPTO THRU 2150-EXIT
           END-IF.

           MOVE "TOTAL GENERAL"      TO WS-RT-ETIQUETA.
           MOVE WS-PAGOS-GENERADOS   TO WS-RT-PAGOS.
           MOVE WS-TOTAL-BRUTO       TO WS-RT-BRUTO.
           MOVE WS-TOTAL-DEDUCCIONES TO WS-RT-DEDUCCIONES.
           MOVE WS-TOTAL-NETO        TO WS-RT-NETO.
           WRITE REG-REPORTE FROM WS-REP-TOTAL
               AFTER ADVANCING 3 LINES.

           MOVE WS-LEIDOS-EMP   TO WS-RC-LEIDOS.
           MOVE WS-NO-ELEGIBLES TO WS-RC-NO-ELEGIBLES.
           MOVE WS-EXCEPCIONES  TO WS-RC-EXCEPCIONES.
           MOVE WS-CON-LICENCIA TO WS-RC-LICENCIA.
           WRITE REG-REPORTE FROM WS-REP-CONTROL
               AFTER ADVANCING 2 LINES.
           WRITE REG-REPORTE FROM WS-REP-FIRMA
               AFTER ADVANCING 4 LINES.

           CLOSE EMPLEADOS-ORD
           CLOSE ACH-EXTRA
           CLOSE TALON-EXTRA
           CLOSE REPORTE
           CLOSE HISTORICO-MOV.
           IF WS-LICENC-ABIERTO
               CLOSE LICENCIAS
           END-IF.
           IF WS-PERFIMP-ABIERTO
               CLOSE PERFIL-IMPUESTO
           END-IF.

           PERFORM 3090-GRABAR-RUN-CONTROL THRU 3090-EXIT.
           IF WS-EXCEPCIONES IS GREATER THAN ZERO
                   AND RETURN-CODE EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      *    3090-GRABAR-RUN-CONTROL
      *    GRABA EL CIERRE DE LA PAGA EXTRA DEL SEMESTRE EN EL
      *    CONTROL DE CORRIDAS (OPEN EXTEND), CON EL BRUTO PAGADO
      *    COMO TOTAL, COMO 3090-GRABAR-RUN-CONTROL DE AS20.
      *=================================================================
       3090-GRABAR-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-FS-RUNCTL NOT EQUAL "00"
               DISPLAY "AS26: ERROR AL ABRIR UT-RUNCTL, FILE STATUS = "
                       WS-FS-RUNCTL
               MOVE 8 TO RETURN-CODE
               GO TO 3090-EXIT
           END-IF.
           MOVE "AS26"             TO RCT-PROGRAMA.
           MOVE WS-PERIODO-CORRIDA TO RCT-PERIODO.
           MOVE WS-FECHA-DELDIA    TO RCT-FECHA.
           MOVE WS-LEIDOS-EMP      TO RCT-LEIDOS.
           MOVE WS-PAGOS-GENERADOS TO RCT-GRABADOS.
           MOVE WS-TOTAL-BRUTO     TO RCT-TOTAL-SALARIO.
           MOVE 'C'                TO RCT-ESTADO.
           WRITE REG-RUNCTL.
           CLOSE RUN-CONTROL.
       3090-EXIT.
           EXIT.
