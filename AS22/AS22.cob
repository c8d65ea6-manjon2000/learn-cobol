       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS22.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: VALIDACION DE DEVENGOS
      *                VARIABLES DEL PERIODO (HORAS EXTRA, PLUSES DE
      *                TURNO, COMISIONES, GRATIFICACIONES). LEE LAS
      *                TRANSACCIONES DE DEVENGO (UT-DEVTRX: EMPLEADO,
      *                CODIGO, HORAS Y TARIFA O IMPORTE FIJO), LAS
      *                APAREA CONTRA UT-EMPLOYER Y CONTRA EL MAESTRO
      *                DE CODIGOS DE DEVENGO (UT-CODDEV: POR HORAS O
      *                IMPORTE FIJO, GRAVABLE, CUENTA CONTABLE Y
      *                MARCA DE ACTIVO). LAS VALIDAS SE CONSOLIDAN
      *                POR EMPLEADO+CODIGO EN EL FICHERO INDEXADO
      *                UT-DEVENG QUE LEE AS20 PARA SUMARLAS AL BRUTO;
      *                EMPLEADO DESCONOCIDO O NO ACTIVO, CODIGO NO
      *                DEFINIDO O INACTIVO E IMPORTE EN CERO SE
      *                RECHAZAN AL LISTADO DE EXCEPCIONES (UT-EXCDEV).
      *                EL REGISTRO DE ACEPTADAS (UT-REPDEV) SALE
      *                TOTALIZADO POR CODIGO PARA LA FIRMA DE NOMINA.
      *                SUSTITUYE LOS CHEQUES MANUALES FUERA DE SISTEMA.
      * 10/15/26  LFC  REG-DEVENG LLEVA DEV-PERIODO (32 BYTES) CON EL
      *                PERIODO DE UT-PARAMS, PARA QUE AS20 NO PAGUE
      *                LOS DEVENGOS DE UN CICLO ANTERIOR.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3083.
       OBJECT-COMPUTER. IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-DEVENGO    ASSIGN TO UT-DEVTRX
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-DEVENGO     ASSIGN TO SORTWK01.

           SELECT TRANS-ORD        ASSIGN TO UT-DEVORD
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT EMPLEADOS        ASSIGN TO UT-EMPLOYER
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-EMPLEADOS   ASSIGN TO SORTWK02.

           SELECT EMPLEADOS-ORD    ASSIGN TO UT-EMPSORT
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT CODIGOS-DEVENGO  ASSIGN TO UT-CODDEV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-CODDEV.

           SELECT DEVENGOS         ASSIGN TO UT-DEVENG
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS DEV-LLAVE
                                    FILE STATUS IS WS-FS-DEVENG.

           SELECT PARAMETROS       ASSIGN TO UT-PARAMS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PARAMETROS.

           SELECT REPORTE          ASSIGN TO UT-REPDEV
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPCIONES      ASSIGN TO UT-EXCDEV
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *    TRANSACCIONES DE DEVENGO DEL PERIODO (30 BYTES). UN CODIGO
      *    POR HORAS TRAE HORAS Y TARIFA; UNO DE IMPORTE FIJO TRAE EL
      *    IMPORTE. PUEDE HABER VARIAS POR EMPLEADO Y CODIGO.
      *---------------------------------------------------------------
       FD  TRANS-DEVENGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TRANS-DEVENGO.
       01  REG-TRANS-DEVENGO         PIC X(30).

       SD  SORT-DEVENGO
           DATA RECORD IS REG-SORT-DEVENGO.
       01  REG-SORT-DEVENGO.
           05 SRD-NUMERO-EMP         PIC 9(05).
           05 SRD-CODIGO             PIC 9(02).
           05 FILLER                 PIC X(23).

       FD  TRANS-ORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-TRANS-ORD.
       01  REG-TRANS-ORD             PIC X(30).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS             PIC X(65).

       SD  SORT-EMPLEADOS
           DATA RECORD IS REG-SORT-EMPLEADOS.
       01  REG-SORT-EMPLEADOS.
           05 SRT-NUMERO-EMP         PIC 9(05).
           05 FILLER                 PIC X(60).

       FD  EMPLEADOS-ORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS-ORD.
       01  REG-EMPLEADOS-ORD         PIC X(65).

      *---------------------------------------------------------------
      *    MAESTRO DE CODIGOS DE DEVENGO (35 BYTES): 'H' POR HORAS O
      *    'F' IMPORTE FIJO, GRAVABLE 'S'/'N', CUENTA CONTABLE DEL
      *    GASTO Y MARCA DE ACTIVO. EL MISMO TRAZADO LO LEE AS20.
      *---------------------------------------------------------------
       FD  CODIGOS-DEVENGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS REG-CODDEV.
       01  REG-CODDEV.
           05 CDV-CODIGO             PIC 9(02).
           05 CDV-DESCRIPCION        PIC X(20).
           05 CDV-TIPO               PIC X(01).
           05 CDV-GRAVABLE           PIC X(01).
           05 CDV-CUENTA-GL          PIC X(10).
           05 CDV-ACTIVO             PIC X(01).

      *---------------------------------------------------------------
      *    DEVENGOS VALIDADOS DEL PERIODO, UNO POR EMPLEADO+CODIGO
      *    (32 BYTES), CON LAS HORAS Y EL IMPORTE CONSOLIDADOS Y EL
      *    PERIODO AAAAMM DE LA CORRIDA, QUE AS20 VERIFICA.
      *---------------------------------------------------------------
       FD  DEVENGOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-DEVENG.
       01  REG-DEVENG.
           05 DEV-LLAVE.
              10 DEV-NUMERO-EMP      PIC 9(05).
              10 DEV-CODIGO          PIC 9(02).
           05 DEV-HORAS              PIC 9(05)V99.
           05 DEV-IMPORTE            PIC 9(07)V99.
           05 DEV-TRANSACCIONES      PIC 9(03).
           05 DEV-PERIODO            PIC 9(06).

       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-PERIODO           PIC 9(06).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE               PIC X(132).

       FD  EXCEPCIONES
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-EXCEPCION.
       01  REG-EXCEPCION             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-CODDEV              PIC X(02)    VALUE '00'.
       01  WS-FS-DEVENG              PIC X(02)    VALUE '00'.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.

      *---------------------------------------------------------------
      *    TRANSACCION DE DEVENGO EN CURSO
      *---------------------------------------------------------------
       01  WS-TRANS-DEVENGO.
           05 WS-DVT-NUMERO-EMP      PIC 9(05).
           05 WS-DVT-CODIGO          PIC 9(02).
           05 WS-DVT-HORAS           PIC 9(03)V99.
           05 WS-DVT-TARIFA          PIC 9(05)V99.
           05 WS-DVT-IMPORTE         PIC 9(07)V99.
           05 FILLER                 PIC X(02).

      *---------------------------------------------------------------
      *    IMAGEN DEL REGISTRO DE EMPLEADOS (65 BYTES), MISMO TRAZADO
      *    QUE WS-REG-EMPLEADOS DE AS20.
      *---------------------------------------------------------------
       01  WS-REG-EMPLEADOS.
           05 WS-NUMERO-EMP          PIC 9(05).
           05 WS-NOMBRE-EMP          PIC X(30).
           05 WS-STATUS-EMP          PIC 9(01).
              88 WS-STATUS-ACTIVO               VALUE 1.
           05 WS-DEPTO-EMP           PIC 9(03).
           05 WS-PUESTO-EMP          PIC 9(02).
           05 WS-SALARIO-EMP         PIC 9(07)V99.
           05 WS-FECHA-INGRESO-EMP   PIC 9(08).
           05 WS-GRADO-SAL-EMP       PIC 9(02).
           05 WS-CENTRO-COSTO-EMP    PIC 9(05).

      *---------------------------------------------------------------
      *    TABLA DEL MAESTRO DE CODIGOS DE DEVENGO, CON LOS TOTALES
      *    ACEPTADOS POR CODIGO PARA EL CIERRE DEL REGISTRO.
      *---------------------------------------------------------------
       01  WS-TABLA-DEVENGOS.
           05 WS-CDV-USADOS          PIC 9(02) COMP VALUE ZERO.
           05 WS-CDV-ENTRADA         OCCURS 50 TIMES.
              10 WS-TV-CODIGO        PIC 9(02).
              10 WS-TV-DESCRIPCION   PIC X(20).
              10 WS-TV-TIPO          PIC X(01).
                 88 WS-TV-POR-HORAS             VALUE 'H'.
              10 WS-TV-ACTIVO        PIC X(01).
                 88 WS-TV-ES-ACTIVO             VALUE 'S'.
              10 WS-TV-TRANSACCIONES PIC 9(05).
              10 WS-TV-IMPORTE       PIC 9(09)V99.
       77  WS-IND-CDV                PIC 9(03) COMP.
       77  WS-IND-CDV-HALLADO        PIC 9(03) COMP.

      *---------------------------------------------------------------
      *    DEVENGO CONSOLIDADO PENDIENTE DE GRABAR (EMPLEADO+CODIGO)
      *---------------------------------------------------------------
       01  WS-DEVENGO-PENDIENTE.
           05 WS-PEN-LLAVE.
              10 WS-PEN-NUMERO-EMP   PIC 9(05).
              10 WS-PEN-CODIGO       PIC 9(02).
           05 WS-PEN-HORAS           PIC 9(05)V99.
           05 WS-PEN-IMPORTE         PIC 9(07)V99.
           05 WS-PEN-TRANSACCIONES   PIC 9(03).
       01  WS-LLAVE-TRANS            PIC X(07)    VALUE SPACES.
       01  WS-IMPORTE-DEV            PIC 9(07)V99 VALUE ZEROS.

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.
       01  WS-PERIODO-CORRIDA        PIC 9(06)    VALUE ZEROS.

       01  WS-CONTADORES.
           05 WS-TRANS-LEIDAS        PIC 9(05)    VALUE ZEROS.
           05 WS-TRANS-ACEPTADAS     PIC 9(05)    VALUE ZEROS.
           05 WS-TRANS-RECHAZADAS    PIC 9(05)    VALUE ZEROS.
           05 WS-DEVENGOS-GRABADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-ACEPTADO      PIC 9(09)V99 VALUE ZEROS.

       01  WS-LLAVES-APAREO.
           05 WS-LLAVE-DEV           PIC X(05)    VALUE LOW-VALUES.
           05 WS-LLAVE-EMP           PIC X(05)    VALUE LOW-VALUES.

       01  WS-SWITCHES.
           05 WS-SW-FIN-TRANS        PIC X(01)    VALUE 'N'.
              88 WS-FIN-TRANS                   VALUE 'S'.
           05 WS-SW-FIN-EMP          PIC X(01)    VALUE 'N'.
              88 WS-FIN-EMP                     VALUE 'S'.
           05 WS-SW-FIN-CODDEV       PIC X(01)    VALUE 'N'.
              88 WS-FIN-CODDEV                  VALUE 'S'.
           05 WS-SW-PENDIENTE        PIC X(01)    VALUE 'N'.
              88 WS-HAY-PENDIENTE               VALUE 'S'.
              88 WS-NO-HAY-PENDIENTE            VALUE 'N'.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL REGISTRO DE DEVENGOS ACEPTADOS
      *---------------------------------------------------------------
       01  WS-REP-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "REGISTRO DE DEVENGOS VARIABLES - PERIODO".
           05 WS-RT-PERIODO          PIC 9(06).
           05 FILLER                 PIC X(62)    VALUE SPACES.

       01  WS-REP-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(07)    VALUE "EMPNO".
           05 FILLER                 PIC X(31)    VALUE "NOMBRE".
           05 FILLER                 PIC X(04)    VALUE "COD".
           05 FILLER                 PIC X(21)    VALUE "DESCRIPCION".
           05 FILLER                 PIC X(08)    VALUE "  HORAS".
           05 FILLER                 PIC X(12)    VALUE "     TARIFA".
           05 FILLER                 PIC X(14)    VALUE
              "      IMPORTE".
           05 FILLER                 PIC X(34)    VALUE SPACES.

       01  WS-REP-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-NOMBRE           PIC X(30).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-CODIGO           PIC 9(02).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-DESCRIPCION      PIC X(20).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-HORAS            PIC ZZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-TARIFA           PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-IMPORTE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(36)    VALUE SPACES.

       01  WS-REP-CODIGO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(17)    VALUE
              "TOTAL CODIGO ".
           05 WS-RC-CODIGO           PIC 9(02).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RC-DESCRIPCION      PIC X(20).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(15)    VALUE
              "TRANSACCIONES: ".
           05 WS-RC-TRANSACCIONES    PIC ZZZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "IMPORTE: ".
           05 WS-RC-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(43)    VALUE SPACES.

       01  WS-REP-TOTALES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(08)    VALUE "LEIDAS: ".
           05 WS-RTT-LEIDAS          PIC ZZZZ9.
           05 FILLER                 PIC X(13)    VALUE
              "  ACEPTADAS: ".
           05 WS-RTT-ACEPTADAS       PIC ZZZZ9.
           05 FILLER                 PIC X(14)    VALUE
              "  RECHAZADAS: ".
           05 WS-RTT-RECHAZADAS      PIC ZZZZ9.
           05 FILLER                 PIC X(12)    VALUE
              "  GRABADOS: ".
           05 WS-RTT-GRABADOS        PIC ZZZZ9.
           05 FILLER                 PIC X(18)    VALUE
              "  TOTAL ACEPTADO: ".
           05 WS-RTT-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(32)    VALUE SPACES.

      *---------------------------------------------------------------
      *    LINEAS DEL LISTADO DE EXCEPCIONES
      *---------------------------------------------------------------
       01  WS-EXC-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "DEVENGOS RECHAZADOS - PERIODO".
           05 WS-ET-PERIODO          PIC 9(06).
           05 FILLER                 PIC X(62)    VALUE SPACES.

       01  WS-EXC-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(07)    VALUE "EMPNO".
           05 FILLER                 PIC X(04)    VALUE "COD".
           05 FILLER                 PIC X(08)    VALUE "  HORAS".
           05 FILLER                 PIC X(12)    VALUE "     TARIFA".
           05 FILLER                 PIC X(14)    VALUE
              "      IMPORTE".
           05 FILLER                 PIC X(40)    VALUE "MOTIVO".
           05 FILLER                 PIC X(46)    VALUE SPACES.

       01  WS-EXC-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-NUMERO           PIC X(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ED-CODIGO           PIC X(02).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ED-HORAS            PIC ZZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ED-TARIFA           PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ED-IMPORTE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ED-MOTIVO           PIC X(40).
           05 FILLER                 PIC X(46)    VALUE SPACES.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS22.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
               UNTIL WS-FIN-TRANS.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    CARGA EL MAESTRO DE CODIGOS, ORDENA TRANSACCIONES Y
      *    EMPLEADOS POR NUMERO DE EMPLEADO, ABRE LOS FICHEROS E
      *    IMPRIME LOS TITULOS.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1060-CARGAR-CODIGOS THRU 1060-EXIT.

           SORT SORT-DEVENGO
               ON ASCENDING KEY SRD-NUMERO-EMP
               ON ASCENDING KEY SRD-CODIGO
               USING TRANS-DEVENGO
               GIVING TRANS-ORD.
           SORT SORT-EMPLEADOS
               ON ASCENDING KEY SRT-NUMERO-EMP
               USING EMPLEADOS
               GIVING EMPLEADOS-ORD.

           OPEN INPUT  TRANS-ORD
           OPEN INPUT  EMPLEADOS-ORD
           OPEN OUTPUT REPORTE
           OPEN OUTPUT EXCEPCIONES.
           OPEN OUTPUT DEVENGOS.
           IF WS-FS-DEVENG NOT EQUAL "00"
               DISPLAY "AS22: ERROR AL ABRIR UT-DEVENG, FILE STATUS = "
                       WS-FS-DEVENG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PERIODO-CORRIDA TO WS-RT-PERIODO
                                      WS-ET-PERIODO.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               BEFORE ADVANCING PAGE.
           WRITE REG-REPORTE FROM WS-REP-ENCABEZADO
               AFTER ADVANCING 2 LINES.
           WRITE REG-EXCEPCION FROM WS-EXC-TITULO
               BEFORE ADVANCING PAGE.
           WRITE REG-EXCEPCION FROM WS-EXC-ENCABEZADO
               AFTER ADVANCING 2 LINES.

           PERFORM 2060-LEER-EMPLEADO THRU 2060-EXIT.
           PERFORM 2050-LEER-TRANSACCION THRU 2050-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *    PERIODO AAAAMM DE LA TARJETA UT-PARAMS, PARA LOS TITULOS
      *    Y PARA DEV-PERIODO; SIN TARJETA SE TOMA EL ANO/MES DEL DIA.
      *=================================================================
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIODO IS NUMERIC
                               AND PARM-PERIODO IS GREATER THAN ZERO
                           MOVE PARM-PERIODO TO WS-PERIODO-CORRIDA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

           IF WS-PERIODO-CORRIDA EQUAL ZERO
               COMPUTE WS-PERIODO-CORRIDA =
                   WS-FECHA-DELDIA / 100
           END-IF.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    1060-CARGAR-CODIGOS
      *    CARGA EL MAESTRO DE CODIGOS DE DEVENGO. SIN EL MAESTRO NO
      *    HAY CONTRA QUE VALIDAR: LA CORRIDA SE DETIENE.
      *=================================================================
       1060-CARGAR-CODIGOS.
           OPEN INPUT CODIGOS-DEVENGO.
           IF WS-FS-CODDEV NOT EQUAL "00"
               DISPLAY "AS22: ERROR AL ABRIR UT-CODDEV, FILE STATUS = "
                       WS-FS-CODDEV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1065-LEER-CODIGO THRU 1065-EXIT
               UNTIL WS-FIN-CODDEV.
           CLOSE CODIGOS-DEVENGO.
       1060-EXIT.
           EXIT.

       1065-LEER-CODIGO.
           READ CODIGOS-DEVENGO
               AT END
                   SET WS-FIN-CODDEV TO TRUE
               NOT AT END
                   IF WS-CDV-USADOS IS NOT LESS THAN 50
                       DISPLAY "AS22: TABLA DE CODIGOS DE DEVENGO "
                               "AGOTADA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CDV-USADOS
                   MOVE CDV-CODIGO
                       TO WS-TV-CODIGO (WS-CDV-USADOS)
                   MOVE CDV-DESCRIPCION
                       TO WS-TV-DESCRIPCION (WS-CDV-USADOS)
                   MOVE CDV-TIPO
                       TO WS-TV-TIPO (WS-CDV-USADOS)
                   MOVE CDV-ACTIVO
                       TO WS-TV-ACTIVO (WS-CDV-USADOS)
                   MOVE ZEROS
                       TO WS-TV-TRANSACCIONES (WS-CDV-USADOS)
                          WS-TV-IMPORTE (WS-CDV-USADOS)
           END-READ.
       1065-EXIT.
           EXIT.

      *=================================================================
      *    2000-PROCESAR-TRANSACCION
      *    VALIDA LA TRANSACCION EN CURSO CONTRA EL MAESTRO DE
      *    EMPLEADOS Y EL DE CODIGOS, CALCULA SU IMPORTE Y LA SUMA AL
      *    DEVENGO CONSOLIDADO DE SU EMPLEADO+CODIGO. LA PRIMERA
      *    CONDICION QUE FALLA ES EL MOTIVO DEL RECHAZO.
      *=================================================================
       2000-PROCESAR-TRANSACCION.
           IF WS-DVT-NUMERO-EMP IS NOT NUMERIC
                   OR WS-DVT-CODIGO IS NOT NUMERIC
                   OR WS-DVT-HORAS IS NOT NUMERIC
                   OR WS-DVT-TARIFA IS NOT NUMERIC
                   OR WS-DVT-IMPORTE IS NOT NUMERIC
               MOVE "DATOS NO NUMERICOS EN LA TRANSACCION"
                   TO WS-ED-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.

           PERFORM 2100-POSICIONAR-EMPLEADO THRU 2100-EXIT.
           IF WS-LLAVE-EMP NOT EQUAL WS-LLAVE-DEV
               MOVE "EMPLEADO NO EXISTE EN EL MAESTRO"
                   TO WS-ED-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.
           IF NOT WS-STATUS-ACTIVO
               MOVE "EMPLEADO NO ACTIVO" TO WS-ED-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.

           MOVE ZEROS TO WS-IND-CDV-HALLADO.
           PERFORM 2150-BUSCAR-CODIGO THRU 2150-EXIT
               VARYING WS-IND-CDV FROM 1 BY 1
               UNTIL WS-IND-CDV IS GREATER THAN WS-CDV-USADOS
                  OR WS-IND-CDV-HALLADO IS GREATER THAN ZERO.
           IF WS-IND-CDV-HALLADO EQUAL ZERO
               MOVE "CODIGO DE DEVENGO NO DEFINIDO" TO WS-ED-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.
           IF NOT WS-TV-ES-ACTIVO (WS-IND-CDV-HALLADO)
               MOVE "CODIGO DE DEVENGO INACTIVO" TO WS-ED-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.

           PERFORM 2200-CALCULAR-IMPORTE THRU 2200-EXIT.
           IF WS-ED-MOTIVO NOT EQUAL SPACES
               PERFORM 2800-ESCRIBIR-EXCEPCION THRU 2800-EXIT
               GO TO 2000-LEER
           END-IF.

           PERFORM 2300-ACUMULAR-DEVENGO THRU 2300-EXIT.

       2000-LEER.
           PERFORM 2050-LEER-TRANSACCION THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

      *=================================================================
      *    2050-LEER-TRANSACCION
      *=================================================================
       2050-LEER-TRANSACCION.
           READ TRANS-ORD INTO WS-TRANS-DEVENGO
               AT END
                   SET WS-FIN-TRANS TO TRUE
                   MOVE HIGH-VALUES TO WS-LLAVE-DEV
               NOT AT END
                   ADD 1 TO WS-TRANS-LEIDAS
                   MOVE REG-TRANS-ORD (1:5) TO WS-LLAVE-DEV
                   MOVE SPACES TO WS-ED-MOTIVO
           END-READ.
       2050-EXIT.
           EXIT.

      *=================================================================
      *    2060-LEER-EMPLEADO
      *=================================================================
       2060-LEER-EMPLEADO.
           READ EMPLEADOS-ORD INTO WS-REG-EMPLEADOS
               AT END
                   SET WS-FIN-EMP TO TRUE
                   MOVE HIGH-VALUES TO WS-LLAVE-EMP
               NOT AT END
                   MOVE WS-NUMERO-EMP TO WS-LLAVE-EMP
           END-READ.
       2060-EXIT.
           EXIT.

      *=================================================================
      *    2100-POSICIONAR-EMPLEADO
      *    AVANZA EL MAESTRO ORDENADO HASTA LA LLAVE DE LA
      *    TRANSACCION EN CURSO.
      *=================================================================
       2100-POSICIONAR-EMPLEADO.
           PERFORM 2060-LEER-EMPLEADO THRU 2060-EXIT
               UNTIL WS-LLAVE-EMP IS NOT LESS THAN WS-LLAVE-DEV.
       2100-EXIT.
           EXIT.

       2150-BUSCAR-CODIGO.
           IF WS-TV-CODIGO (WS-IND-CDV) EQUAL WS-DVT-CODIGO
               MOVE WS-IND-CDV TO WS-IND-CDV-HALLADO
           END-IF.
       2150-EXIT.
           EXIT.

      *=================================================================
      *    2200-CALCULAR-IMPORTE
      *    UN CODIGO POR HORAS PAGA HORAS X TARIFA Y EXIGE AMBAS; UNO
      *    DE IMPORTE FIJO PAGA EL IMPORTE DE LA TRANSACCION. DEJA EL
      *    MOTIVO EN WS-ED-MOTIVO SI LA TRANSACCION NO DA IMPORTE.
      *=================================================================
       2200-CALCULAR-IMPORTE.
           MOVE ZEROS TO WS-IMPORTE-DEV.
           IF WS-TV-POR-HORAS (WS-IND-CDV-HALLADO)
               IF WS-DVT-HORAS EQUAL ZERO
                       OR WS-DVT-TARIFA EQUAL ZERO
                   MOVE "CODIGO POR HORAS SIN HORAS O SIN TARIFA"
                       TO WS-ED-MOTIVO
                   GO TO 2200-EXIT
               END-IF
               COMPUTE WS-IMPORTE-DEV ROUNDED =
                   WS-DVT-HORAS * WS-DVT-TARIFA
                   ON SIZE ERROR
                       MOVE "IMPORTE HORAS X TARIFA FUERA DE RANGO"
                           TO WS-ED-MOTIVO
               END-COMPUTE
           ELSE
               MOVE WS-DVT-IMPORTE TO WS-IMPORTE-DEV
               IF WS-IMPORTE-DEV EQUAL ZERO
                   MOVE "CODIGO DE IMPORTE FIJO SIN IMPORTE"
                       TO WS-ED-MOTIVO
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *=================================================================
      *    2300-ACUMULAR-DEVENGO
      *    SUMA LA TRANSACCION ACEPTADA AL DEVENGO PENDIENTE SI ES DEL
      *    MISMO EMPLEADO+CODIGO; SI NO, GRABA EL PENDIENTE Y ABRE
      *    UNO NUEVO. IMPRIME LA LINEA DEL REGISTRO DE ACEPTADAS.
      *=================================================================
       2300-ACUMULAR-DEVENGO.
           MOVE REG-TRANS-ORD (1:7) TO WS-LLAVE-TRANS.
           IF WS-HAY-PENDIENTE
                   AND WS-PEN-LLAVE NOT EQUAL WS-LLAVE-TRANS
               PERFORM 2400-GRABAR-DEVENGO THRU 2400-EXIT
           END-IF.
           IF WS-NO-HAY-PENDIENTE
               MOVE WS-DVT-NUMERO-EMP TO WS-PEN-NUMERO-EMP
               MOVE WS-DVT-CODIGO     TO WS-PEN-CODIGO
               MOVE ZEROS TO WS-PEN-HORAS
                             WS-PEN-IMPORTE
                             WS-PEN-TRANSACCIONES
               SET WS-HAY-PENDIENTE TO TRUE
           END-IF.

           ADD WS-DVT-HORAS   TO WS-PEN-HORAS.
           ADD WS-IMPORTE-DEV TO WS-PEN-IMPORTE
               ON SIZE ERROR
                   DISPLAY "AS22: DEVENGO CONSOLIDADO FUERA DE RANGO, "
                           "EMPLEADO " WS-DVT-NUMERO-EMP
                           " CODIGO " WS-DVT-CODIGO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-ADD.
           ADD 1 TO WS-PEN-TRANSACCIONES.

           ADD 1 TO WS-TRANS-ACEPTADAS.
           ADD WS-IMPORTE-DEV TO WS-TOTAL-ACEPTADO.
           ADD 1 TO WS-TV-TRANSACCIONES (WS-IND-CDV-HALLADO).
           ADD WS-IMPORTE-DEV TO WS-TV-IMPORTE (WS-IND-CDV-HALLADO).

           MOVE WS-DVT-NUMERO-EMP TO WS-RD-NUMERO.
           MOVE WS-NOMBRE-EMP     TO WS-RD-NOMBRE.
           MOVE WS-DVT-CODIGO     TO WS-RD-CODIGO.
           MOVE WS-TV-DESCRIPCION (WS-IND-CDV-HALLADO)
               TO WS-RD-DESCRIPCION.
           MOVE WS-DVT-HORAS      TO WS-RD-HORAS.
           MOVE WS-DVT-TARIFA     TO WS-RD-TARIFA.
           MOVE WS-IMPORTE-DEV    TO WS-RD-IMPORTE.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.
       2300-EXIT.
           EXIT.

      *=================================================================
      *    2400-GRABAR-DEVENGO
      *    GRABA EL DEVENGO CONSOLIDADO PENDIENTE EN UT-DEVENG. LAS
      *    TRANSACCIONES LLEGAN ORDENADAS, ASI QUE LA LLAVE SIEMPRE
      *    ES ASCENDENTE; UNA LLAVE INVALIDA ES UN ERROR DE CORRIDA.
      *=================================================================
       2400-GRABAR-DEVENGO.
           MOVE WS-PEN-NUMERO-EMP    TO DEV-NUMERO-EMP.
           MOVE WS-PEN-CODIGO        TO DEV-CODIGO.
           MOVE WS-PEN-HORAS         TO DEV-HORAS.
           MOVE WS-PEN-IMPORTE       TO DEV-IMPORTE.
           MOVE WS-PEN-TRANSACCIONES TO DEV-TRANSACCIONES.
           MOVE WS-PERIODO-CORRIDA   TO DEV-PERIODO.
           WRITE REG-DEVENG
               INVALID KEY
                   DISPLAY "AS22: ERROR AL GRABAR UT-DEVENG, LLAVE "
                           DEV-LLAVE " FILE STATUS = " WS-FS-DEVENG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-DEVENGOS-GRABADOS.
           SET WS-NO-HAY-PENDIENTE TO TRUE.
       2400-EXIT.
           EXIT.

      *=================================================================
      *    2800-ESCRIBIR-EXCEPCION
      *    DEJA LA TRANSACCION RECHAZADA EN EL LISTADO DE EXCEPCIONES
      *    CON SU MOTIVO, PARA QUE NOMINA LA CORRIJA Y RESOMETA.
      *=================================================================
       2800-ESCRIBIR-EXCEPCION.
           MOVE REG-TRANS-ORD (1:5) TO WS-ED-NUMERO.
           MOVE REG-TRANS-ORD (6:2) TO WS-ED-CODIGO.
           IF WS-DVT-HORAS IS NUMERIC
               MOVE WS-DVT-HORAS TO WS-ED-HORAS
           ELSE
               MOVE ZEROS TO WS-ED-HORAS
           END-IF.
           IF WS-DVT-TARIFA IS NUMERIC
               MOVE WS-DVT-TARIFA TO WS-ED-TARIFA
           ELSE
               MOVE ZEROS TO WS-ED-TARIFA
           END-IF.
           IF WS-DVT-IMPORTE IS NUMERIC
               MOVE WS-DVT-IMPORTE TO WS-ED-IMPORTE
           ELSE
               MOVE ZEROS TO WS-ED-IMPORTE
           END-IF.
           WRITE REG-EXCEPCION FROM WS-EXC-DETALLE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-TRANS-RECHAZADAS.
       2800-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    GRABA EL ULTIMO DEVENGO PENDIENTE, IMPRIME LOS TOTALES POR
      *    CODIGO Y DE CONTROL, Y CIERRA. CON RECHAZOS LA CORRIDA
      *    TERMINA CON RETURN-CODE 4 PARA QUE NOMINA REVISE EL
      *    LISTADO ANTES DE CORRER AS20.
      *=================================================================
       3000-FINALIZAR.
           IF WS-HAY-PENDIENTE
               PERFORM 2400-GRABAR-DEVENGO THRU 2400-EXIT
           END-IF.

           WRITE REG-REPORTE FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           PERFORM 3100-IMPRIMIR-CODIGO THRU 3100-EXIT
               VARYING WS-IND-CDV FROM 1 BY 1
               UNTIL WS-IND-CDV IS GREATER THAN WS-CDV-USADOS.

           MOVE WS-TRANS-LEIDAS      TO WS-RTT-LEIDAS.
           MOVE WS-TRANS-ACEPTADAS   TO WS-RTT-ACEPTADAS.
           MOVE WS-TRANS-RECHAZADAS  TO WS-RTT-RECHAZADAS.
           MOVE WS-DEVENGOS-GRABADOS TO WS-RTT-GRABADOS.
           MOVE WS-TOTAL-ACEPTADO    TO WS-RTT-IMPORTE.
           WRITE REG-REPORTE FROM WS-REP-TOTALES
               AFTER ADVANCING 2 LINES.
           WRITE REG-EXCEPCION FROM WS-REP-TOTALES
               AFTER ADVANCING 2 LINES.

           IF WS-TRANS-RECHAZADAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE TRANS-ORD
           CLOSE EMPLEADOS-ORD
           CLOSE DEVENGOS
           CLOSE REPORTE
           CLOSE EXCEPCIONES.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-CODIGO.
           IF WS-TV-TRANSACCIONES (WS-IND-CDV) EQUAL ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-TV-CODIGO (WS-IND-CDV)        TO WS-RC-CODIGO.
           MOVE WS-TV-DESCRIPCION (WS-IND-CDV)   TO WS-RC-DESCRIPCION.
           MOVE WS-TV-TRANSACCIONES (WS-IND-CDV) TO WS-RC-TRANSACCIONES.
           MOVE WS-TV-IMPORTE (WS-IND-CDV)       TO WS-RC-IMPORTE.
           WRITE REG-REPORTE FROM WS-REP-CODIGO
               AFTER ADVANCING 1 LINE.
       3100-EXIT.
           EXIT.
