      *                GENERAR AJUSTE. SUSTITUYE LOS CHEQUES DE
      *                DIFERENCIA CALCULADOS A MANO SIN PISTA DE
      *                AUDITORIA.
      * 10/15/26  LFC  UT-REENTRA PASA A 74 BYTES (FECHA EFECTIVA DE
      *                UT-MANTTRX EN LAS COLUMNAS 67-74, QUE AQUI NO
      *                SE USA).
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA PERIODO CON
      *                DIFERENCIA (RETROACTIVO O SOBREPAGO) SE GRABA
      *                TAMBIEN EN UT-HISTMOV CON EL SALARIO HISTORICO Y
      *                EL CORREGIDO, PARA QUE AS90 LO ACUMULE EN EL
      *                HISTORICO POR EMPLEADO.
      * 10/15/26  LFC  UT-AJUSTES SE ABRE EN EXTEND (DISP=MOD): LOS
      *                AJUSTES SE ACUMULAN HASTA QUE AS80 LOS
      *                TRANSMITE Y EL JOB DE TRANSMISION LOS VACIA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT AJUSTES          ASSIGN TO UT-AJUSTES
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-AJUSTES.

           SELECT PARAMETROS       ASSIGN TO UT-PARAMS
                                    ORGANIZATION IS SEQUENTIAL
           SELECT REPORTE          ASSIGN TO UT-REPRETRO
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  REENTRADA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REENTRADA.
       01  REG-REENTRADA             PIC X(74).

      *---------------------------------------------------------------
      *    SD DE TRABAJO PARA ORDENAR LAS CORRECCIONES POR NUMERO DE
       01  REG-SORT-REENTRADA.
           05 SRE-ACCION             PIC X(01).
           05 SRE-NUMERO-EMP         PIC 9(05).
           05 FILLER                 PIC X(68).

       FD  REENTRADA-ORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS REG-REENTRADA-ORD.
       01  REG-REENTRADA-ORD         PIC X(74).

       FD  HISTORIA
           LABEL RECORDS ARE STANDARD
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
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.
       01  WS-FS-AJUSTES             PIC X(02)    VALUE '00'.

      *---------------------------------------------------------------
      *    CORRECCION EN CURSO: CODIGO DE ACCION MAS LA IMAGEN DEL
           05 WS-COR-DEPTO-EMP       PIC 9(03).
           05 WS-COR-PUESTO-EMP      PIC 9(02).
           05 WS-COR-SALARIO-EMP     PIC 9(07)V99.
           05 FILLER                 PIC X(23).

      *---------------------------------------------------------------
      *    AREA DE ENTRADA DE CORRECCIONES (LECTURA ADELANTADA): EL
       01  WS-CORR-ENTRADA.
           05 WS-ENT-ACCION          PIC X(01).
           05 WS-ENT-NUMERO-EMP      PIC 9(05).
           05 WS-ENT-RESTO           PIC X(68).

      *---------------------------------------------------------------
      *    REGISTRO HISTORICO EN CURSO (71 BYTES, COMO EN AS60)
           05 WS-PERIODO-DESDE       PIC 9(06)    VALUE ZEROS.
           05 WS-PERIODO-HASTA       PIC 9(06)    VALUE ZEROS.

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.

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
           05 WS-HMP-TEXTO           PIC X(14).
           05 WS-HMP-PERIODO         PIC 9(06).

       01  WS-CALCULO-RETRO.
           05 WS-DIFERENCIA          PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOTAL-EMPLEADO      PIC 9(07)V99 VALUE ZEROS.
      *    FICHEROS Y CEBA EL APAREO.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1010-ORDENAR-CORRECCIONES THRU 1010-EXIT.
           PERFORM 1020-ORDENAR-HISTORICO THRU 1020-EXIT.
           OPEN INPUT  REENTRADA-ORD
           OPEN INPUT  HISTORIA-ORD
           OPEN OUTPUT REPORTE.
           OPEN EXTEND AJUSTES.
           IF WS-FS-AJUSTES NOT EQUAL "00"
               DISPLAY "AS50: ERROR AL ABRIR UT-AJUSTES, FILE STATUS = "
                       WS-FS-AJUSTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS50: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               BEFORE ADVANCING PAGE.
           MOVE WS-PERIODO-DESDE TO WS-RG-DESDE.
               MOVE SPACES        TO WS-RD-MARCA
               ADD WS-DIFERENCIA TO WS-TOTAL-EMPLEADO
               ADD 1 TO WS-PERIODOS-EMPLEADO
               MOVE "RETRO PERIODO " TO WS-HMP-TEXTO
               MOVE WS-DIFERENCIA    TO WS-HMV-IMPORTE
           ELSE
               MOVE ZEROS TO WS-RD-DIFERENCIA
               MOVE "SOBREPAGO - REVISAR" TO WS-RD-MARCA
               ADD 1 TO WS-SOBREPAGOS
               MOVE "SOBREPAGO PER "  TO WS-HMP-TEXTO
           END-IF.

           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.
           PERFORM 2270-HISTORICO-PERIODO THRU 2270-EXIT.

       2200-LEER.
           PERFORM 2060-LEER-HISTORICO THRU 2060-EXIT.
       2250-EXIT.
           EXIT.

      *=================================================================
      *    2270-HISTORICO-PERIODO
      *    MOVIMIENTO DEL HISTORICO DEL PERIODO CON DIFERENCIA: EL
      *    SALARIO HISTORICO Y EL CORREGIDO, CON LA DIFERENCIA COMO
      *    IMPORTE (CERO EN UN SOBREPAGO, QUE NO SE AJUSTA).
      *=================================================================
       2270-HISTORICO-PERIODO.
           MOVE WS-COR-NUMERO-EMP  TO WS-HMV-NUMERO-EMP.
           MOVE WS-HIS-PERIODO     TO WS-HMP-PERIODO.
           MOVE WS-HMV-PERIODO     TO WS-HMV-CONCEPTO.
           MOVE WS-HIS-SALARIO-EMP TO WS-HMV-EDITADO.
           MOVE WS-HMV-EDITADO     TO WS-HMV-VALOR-ANTES.
           MOVE WS-COR-SALARIO-EMP TO WS-HMV-EDITADO.
           MOVE WS-HMV-EDITADO     TO WS-HMV-VALOR-DESPUES.
           PERFORM 2280-GRABAR-HISTORICO THRU 2280-EXIT.
       2270-EXIT.
           EXIT.

      *=================================================================
      *    2280-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2280-GRABAR-HISTORICO.
           MOVE WS-FECHA-DELDIA   TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS50"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2280-EXIT.
           EXIT.

      *=================================================================
      *    2300-CORRECCION-SIN-HIST
      *    LA CORRECCION NO TIENE PERIODOS EN EL HISTORICO: SE DEJA
           CLOSE REENTRADA-ORD
           CLOSE HISTORIA-ORD
           CLOSE AJUSTES
           CLOSE REPORTE
           CLOSE HISTORICO-MOV.
       3000-EXIT.
           EXIT.
