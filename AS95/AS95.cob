       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS95.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: CONSULTA DEL HISTORICO DE
      *                CAMBIOS DE UN EMPLEADO. LA TARJETA UT-PARAMS
      *                (OBLIGATORIA) TRAE EL NUMERO DE EMPLEADO EN LAS
      *                COLUMNAS 1-5 Y EL RANGO DE FECHAS AAAAMMDD,
      *                DESDE EN 6-13 Y HASTA EN 14-21 (DESDE EN
      *                BLANCO: DESDE EL PRINCIPIO; HASTA EN BLANCO:
      *                HASTA HOY). LEE LA ULTIMA GENERACION DEL
      *                HISTORICO ACUMULADO POR AS90 (UT-HISTCAMB, YA
      *                ORDENADO POR EMPLEADO Y FECHA) E IMPRIME EN
      *                UT-CONSHIST LA CRONOLOGIA DEL EMPLEADO: CAMBIOS
      *                DEL MAESTRO, AUMENTOS, LICENCIAS, CORRECCIONES
      *                Y RETROACTIVOS, PAGOS Y DEVOLUCIONES Y PAGO
      *                FINAL, CON EL VALOR ANTES, EL VALOR DESPUES Y
      *                EL IMPORTE DE CADA MOVIMIENTO. EL NOMBRE Y EL
      *                STATUS ACTUAL SALEN DEL MAESTRO DE EMPLEADOS.
      *                SUSTITUYE LA RECONSTRUCCION A MANO DEL CASO
      *                CRUZANDO LOS LISTADOS DE CADA PROGRAMA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3083.
       OBJECT-COMPUTER. IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS       ASSIGN TO UT-PARAMS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PARAMETROS.

           SELECT HISTORICO        ASSIGN TO UT-HISTCAMB
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT EMPLEADOS        ASSIGN TO UT-EMPLOYER
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT REPORTE          ASSIGN TO UT-CONSHIST
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-NUMERO-EMP        PIC 9(05).
           05 PARM-FECHA-DESDE       PIC 9(08).
           05 PARM-FECHA-HASTA       PIC 9(08).
           05 FILLER                 PIC X(59).

      *---------------------------------------------------------------
      *    HISTORICO DE CAMBIOS ACUMULADO POR AS90 (128 BYTES, MISMO
      *    TRAZADO QUE WS-MOV-HISTORICO DE AS10).
      *---------------------------------------------------------------
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTCAMB.
       01  REG-HISTCAMB              PIC X(128).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS             PIC X(65).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.
       01  WS-FS-EMPLEADOS           PIC X(02)    VALUE '00'.

      *---------------------------------------------------------------
      *    CONSULTA PEDIDA EN LA TARJETA
      *---------------------------------------------------------------
       01  WS-CONSULTA.
           05 WS-CON-NUMERO-EMP      PIC 9(05)    VALUE ZEROS.
           05 WS-CON-FECHA-DESDE     PIC 9(08)    VALUE ZEROS.
           05 WS-CON-FECHA-HASTA     PIC 9(08)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    MOVIMIENTO DEL HISTORICO EN CURSO
      *---------------------------------------------------------------
       01  WS-MOV-HISTORICO.
           05 WS-HMV-NUMERO-EMP      PIC 9(05).
           05 WS-HMV-FECHA           PIC 9(08).
           05 WS-HMV-FECHA-R REDEFINES WS-HMV-FECHA.
              10 WS-HMV-ANO          PIC 9(04).
              10 WS-HMV-MES          PIC 9(02).
              10 WS-HMV-DIA          PIC 9(02).
           05 WS-HMV-HORA            PIC 9(08).
           05 WS-HMV-PROGRAMA        PIC X(04).
           05 WS-HMV-SEC             PIC 9(07).
           05 WS-HMV-CONCEPTO        PIC X(20).
           05 WS-HMV-VALOR-ANTES     PIC X(30).
           05 WS-HMV-VALOR-DESPUES   PIC X(30).
           05 WS-HMV-IMPORTE         PIC 9(09)V99.
           05 FILLER                 PIC X(05).

      *---------------------------------------------------------------
      *    IMAGEN DEL REGISTRO DE EMPLEADOS (65 BYTES), MISMO TRAZADO
      *    QUE WS-REG-EMPLEADOS DE AS20.
      *---------------------------------------------------------------
       01  WS-REG-EMPLEADOS.
           05 WS-NUMERO-EMP          PIC 9(05).
           05 WS-NOMBRE-EMP          PIC X(30).
           05 WS-STATUS-EMP          PIC 9(01).
           05 WS-DEPTO-EMP           PIC 9(03).
           05 WS-PUESTO-EMP          PIC 9(02).
           05 FILLER                 PIC X(24).

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.

       01  WS-CONTADORES.
           05 WS-HIS-LEIDOS          PIC 9(09)    VALUE ZEROS.
           05 WS-MOV-IMPRESOS        PIC 9(07)    VALUE ZEROS.
           05 WS-LINEAS-PAGINA       PIC 9(03)    VALUE ZEROS.
           05 WS-NUMERO-PAGINA       PIC 9(04)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-HISTORICO    PIC X(01)    VALUE 'N'.
              88 WS-FIN-HISTORICO               VALUE 'S'.
           05 WS-SW-FIN-EMPLEADOS    PIC X(01)    VALUE 'N'.
              88 WS-FIN-EMPLEADOS               VALUE 'S'.
           05 WS-SW-EMP-HALLADO      PIC X(01)    VALUE 'N'.
              88 WS-EMP-HALLADO                 VALUE 'S'.

       01  WS-MAX-LINEAS             PIC 9(03)    VALUE 55.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DE LA CONSULTA
      *---------------------------------------------------------------
       01  WS-REP-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "HISTORICO DE CAMBIOS DEL EMPLEADO - FECHA".
           05 WS-RT-FECHA            PIC 9(08).
           05 FILLER                 PIC X(46)    VALUE SPACES.
           05 FILLER                 PIC X(08)    VALUE "PAGINA: ".
           05 WS-RT-PAGINA           PIC ZZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.

       01  WS-REP-EMPLEADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-RE-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RE-NOMBRE           PIC X(30).
           05 FILLER                 PIC X(10)    VALUE "  STATUS: ".
           05 WS-RE-STATUS           PIC X(01).
           05 FILLER                 PIC X(09)    VALUE "  DEPTO: ".
           05 WS-RE-DEPTO            PIC X(03).
           05 FILLER                 PIC X(10)    VALUE "  DESDE: ".
           05 WS-RE-DESDE            PIC 9(08).
           05 FILLER                 PIC X(09)    VALUE "  HASTA: ".
           05 WS-RE-HASTA            PIC 9(08).
           05 FILLER                 PIC X(26)    VALUE SPACES.

       01  WS-REP-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(12)    VALUE "FECHA".
           05 FILLER                 PIC X(06)    VALUE "PROG".
           05 FILLER                 PIC X(22)    VALUE
              "CAMPO O EVENTO".
           05 FILLER                 PIC X(32)    VALUE "VALOR ANTES".
           05 FILLER                 PIC X(32)    VALUE
              "VALOR DESPUES".
           05 FILLER                 PIC X(14)    VALUE
              "       IMPORTE".
           05 FILLER                 PIC X(13)    VALUE SPACES.

       01  WS-REP-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-FECHA.
              10 WS-RD-ANO           PIC 9(04).
              10 FILLER              PIC X(01)    VALUE "/".
              10 WS-RD-MES           PIC 9(02).
              10 FILLER              PIC X(01)    VALUE "/".
              10 WS-RD-DIA           PIC 9(02).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-PROGRAMA         PIC X(04).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-CONCEPTO         PIC X(20).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-ANTES            PIC X(30).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-DESPUES          PIC X(30).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05 FILLER                 PIC X(13)    VALUE SPACES.

       01  WS-REP-NO-MAESTRO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "(EL EMPLEADO NO ESTA EN EL MAESTRO ACTUAL)".
           05 FILLER                 PIC X(87)    VALUE SPACES.

       01  WS-REP-NINGUNO.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(40)    VALUE
              "SIN MOVIMIENTOS EN EL RANGO DE FECHAS".
           05 FILLER                 PIC X(87)    VALUE SPACES.

       01  WS-REP-CONTROL.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(24)    VALUE
              "MOVIMIENTOS IMPRESOS:".
           05 WS-RC-IMPRESOS         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 FILLER                 PIC X(24)    VALUE
              "HISTORICO LEIDO:".
           05 WS-RC-LEIDOS           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(59)    VALUE SPACES.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS95.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-HISTORICO THRU 2000-EXIT
               UNTIL WS-FIN-HISTORICO.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    LEE LA TARJETA, BUSCA AL EMPLEADO EN EL MAESTRO, ABRE EL
      *    HISTORICO Y LA CONSULTA E IMPRIME LOS TITULOS.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1100-BUSCAR-EMPLEADO THRU 1100-EXIT.
           OPEN INPUT  HISTORICO
           OPEN OUTPUT REPORTE.
           PERFORM 4100-IMPRIMIR-TITULOS THRU 4100-EXIT.
           PERFORM 2050-LEER-HISTORICO THRU 2050-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *    LA TARJETA ES OBLIGATORIA: SIN EMPLEADO, O CON EL RANGO DE
      *    FECHAS INVERTIDO, LA CORRIDA SE DETIENE (RC 16). DESDE EN
      *    BLANCO ES DESDE EL PRINCIPIO; HASTA EN BLANCO O EN CERO ES
      *    HASTA LA FECHA DEL DIA.
      *=================================================================
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NUMERO-EMP IS NUMERIC
                           MOVE PARM-NUMERO-EMP TO WS-CON-NUMERO-EMP
                       END-IF
                       IF PARM-FECHA-DESDE IS NUMERIC
                           MOVE PARM-FECHA-DESDE
                               TO WS-CON-FECHA-DESDE
                       END-IF
                       IF PARM-FECHA-HASTA IS NUMERIC
                           MOVE PARM-FECHA-HASTA
                               TO WS-CON-FECHA-HASTA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

           IF WS-CON-FECHA-HASTA EQUAL ZERO
               MOVE WS-FECHA-DELDIA TO WS-CON-FECHA-HASTA
           END-IF.

           IF WS-CON-NUMERO-EMP EQUAL ZERO
                   OR WS-CON-FECHA-DESDE IS GREATER THAN
                       WS-CON-FECHA-HASTA
               DISPLAY "AS95: TARJETA UT-PARAMS OBLIGATORIA CON EL"
                       " EMPLEADO Y EL RANGO DE FECHAS"
                       " (DESDE/HASTA AAAAMMDD) - CORRIDA DETENIDA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    1100-BUSCAR-EMPLEADO
      *    RECORRE EL MAESTRO HASTA EL EMPLEADO PEDIDO PARA TOMAR SU
      *    NOMBRE Y STATUS ACTUAL. UN EMPLEADO QUE YA NO ESTA EN EL
      *    MAESTRO SE CONSULTA IGUAL: SU HISTORICO SE CONSERVA.
      *=================================================================
       1100-BUSCAR-EMPLEADO.
           OPEN INPUT EMPLEADOS.
           IF WS-FS-EMPLEADOS NOT EQUAL "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-LEER-EMPLEADO THRU 1150-EXIT
               UNTIL WS-FIN-EMPLEADOS
                  OR WS-EMP-HALLADO.
           CLOSE EMPLEADOS.
       1100-EXIT.
           EXIT.

       1150-LEER-EMPLEADO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   SET WS-FIN-EMPLEADOS TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF WS-NUMERO-EMP EQUAL WS-CON-NUMERO-EMP
               SET WS-EMP-HALLADO TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.

      *=================================================================
      *    2000-PROCESAR-HISTORICO
      *    EL HISTORICO VIENE ORDENADO POR EMPLEADO Y FECHA: SE SALTAN
      *    LOS EMPLEADOS ANTERIORES AL PEDIDO Y LA LECTURA TERMINA AL
      *    PASARLO. DEL EMPLEADO SE IMPRIMEN LOS MOVIMIENTOS DEL RANGO.
      *=================================================================
       2000-PROCESAR-HISTORICO.
           IF WS-HMV-NUMERO-EMP IS GREATER THAN WS-CON-NUMERO-EMP
               SET WS-FIN-HISTORICO TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF WS-HMV-NUMERO-EMP EQUAL WS-CON-NUMERO-EMP
                   AND WS-HMV-FECHA IS NOT LESS THAN
                       WS-CON-FECHA-DESDE
                   AND WS-HMV-FECHA IS NOT GREATER THAN
                       WS-CON-FECHA-HASTA
               PERFORM 2200-IMPRIMIR-MOVIMIENTO THRU 2200-EXIT
           END-IF.

           PERFORM 2050-LEER-HISTORICO THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

       2050-LEER-HISTORICO.
           READ HISTORICO INTO WS-MOV-HISTORICO
               AT END
                   SET WS-FIN-HISTORICO TO TRUE
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO WS-HIS-LEIDOS.
       2050-EXIT.
           EXIT.

      *=================================================================
      *    2200-IMPRIMIR-MOVIMIENTO
      *    UNA LINEA POR MOVIMIENTO, CON SALTO DE PAGINA Y TITULOS AL
      *    LLENARSE LA HOJA. UN IMPORTE EN CERO (CAMBIO SIN IMPORTE)
      *    SALE EN BLANCO.
      *=================================================================
       2200-IMPRIMIR-MOVIMIENTO.
           IF WS-LINEAS-PAGINA IS NOT LESS THAN WS-MAX-LINEAS
               PERFORM 4100-IMPRIMIR-TITULOS THRU 4100-EXIT
           END-IF.

           MOVE WS-HMV-ANO           TO WS-RD-ANO.
           MOVE WS-HMV-MES           TO WS-RD-MES.
           MOVE WS-HMV-DIA           TO WS-RD-DIA.
           MOVE WS-HMV-PROGRAMA      TO WS-RD-PROGRAMA.
           MOVE WS-HMV-CONCEPTO      TO WS-RD-CONCEPTO.
           MOVE WS-HMV-VALOR-ANTES   TO WS-RD-ANTES.
           MOVE WS-HMV-VALOR-DESPUES TO WS-RD-DESPUES.
           MOVE WS-HMV-IMPORTE       TO WS-RD-IMPORTE.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINEAS-PAGINA.
           ADD 1 TO WS-MOV-IMPRESOS.
       2200-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    IMPRIME EL CONTROL DE LA CONSULTA Y CIERRA.
      *=================================================================
       3000-FINALIZAR.
           IF WS-MOV-IMPRESOS EQUAL ZERO
               WRITE REG-REPORTE FROM WS-REP-NINGUNO
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-MOV-IMPRESOS TO WS-RC-IMPRESOS.
           MOVE WS-HIS-LEIDOS   TO WS-RC-LEIDOS.
           WRITE REG-REPORTE FROM WS-REP-CONTROL
               AFTER ADVANCING 2 LINES.

           CLOSE HISTORICO
           CLOSE REPORTE.
       3000-EXIT.
           EXIT.

      *=================================================================
      *    4100-IMPRIMIR-TITULOS
      *    TITULO CON PAGINA, DATOS DEL EMPLEADO Y DEL RANGO
      *    CONSULTADO, Y ENCABEZADO DE COLUMNAS.
      *=================================================================
       4100-IMPRIMIR-TITULOS.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-DELDIA  TO WS-RT-FECHA.
           MOVE WS-NUMERO-PAGINA TO WS-RT-PAGINA.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               AFTER ADVANCING PAGE.

           MOVE WS-CON-NUMERO-EMP  TO WS-RE-NUMERO.
           MOVE WS-CON-FECHA-DESDE TO WS-RE-DESDE.
           MOVE WS-CON-FECHA-HASTA TO WS-RE-HASTA.
           IF WS-EMP-HALLADO
               MOVE WS-NOMBRE-EMP  TO WS-RE-NOMBRE
               MOVE WS-STATUS-EMP  TO WS-RE-STATUS
               MOVE WS-DEPTO-EMP   TO WS-RE-DEPTO
           ELSE
               MOVE SPACES         TO WS-RE-NOMBRE
                                      WS-RE-STATUS
                                      WS-RE-DEPTO
           END-IF.
           WRITE REG-REPORTE FROM WS-REP-EMPLEADO
               AFTER ADVANCING 2 LINES.
           IF NOT WS-EMP-HALLADO
               WRITE REG-REPORTE FROM WS-REP-NO-MAESTRO
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-REPORTE FROM WS-REP-ENCABEZADO
               AFTER ADVANCING 2 LINES.
           WRITE REG-REPORTE FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-LINEAS-PAGINA.
       4100-EXIT.
           EXIT.
