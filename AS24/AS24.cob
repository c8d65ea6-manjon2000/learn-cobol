       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS24.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: ESTADO DEL PERIODO DE PRESTAMOS
      *                Y EMBARGOS. LEE LOS MOVIMIENTOS DE LAS
      *                DEDUCCIONES CON SALDO QUE GRABA AS20
      *                (UT-MOVPRES) E IMPRIME EN UT-ESTPRES TRES
      *                SECCIONES: LOS SALDOS LIQUIDADOS EN EL PERIODO
      *                (LA DEDUCCION YA NO SE VOLVERA A APLICAR), LOS
      *                ATRASOS (CUOTAS RECORTADAS POR FALTA DE NETO O
      *                POR EL TOPE LEGAL DEL EMBARGO, QUE SE SIGUEN
      *                DEBIENDO Y SE PIDEN EN EL PERIODO SIGUIENTE) Y
      *                LOS EMBARGOS AGRUPADOS POR JUZGADO CON LO
      *                DESCONTADO EN EL PERIODO, QUE ES LO QUE
      *                TESORERIA REMITE A CADA JUZGADO.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3083.
       OBJECT-COMPUTER. IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS      ASSIGN TO UT-MOVPRES
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-MOVIMIENTOS ASSIGN TO SORTWK01.

           SELECT MOVIMIENTOS-ORD  ASSIGN TO UT-MOVORD
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT ESTADO           ASSIGN TO UT-ESTPRES
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *    MOVIMIENTOS DEL PERIODO DE LAS DEDUCCIONES CON SALDO, UNO
      *    POR DEDUCCION APLICADA (MISMO TRAZADO QUE REG-MOVPRES DE
      *    AS20).
      *---------------------------------------------------------------
       FD  MOVIMIENTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MOVPRES.
       01  REG-MOVPRES.
           05 MVP-PERIODO            PIC 9(06).
           05 MVP-NUMERO-EMP         PIC 9(05).
           05 MVP-NOMBRE-EMP         PIC X(30).
           05 MVP-CODIGO             PIC 9(02).
           05 MVP-DESCRIPCION        PIC X(20).
           05 MVP-CLASE              PIC X(01).
           05 MVP-REFERENCIA-JUZGADO PIC X(20).
           05 MVP-IMPORTE-ORIGINAL   PIC 9(07)V99.
           05 MVP-IMPORTE-PEDIDO     PIC 9(07)V99.
           05 MVP-IMPORTE-TOMADO     PIC 9(07)V99.
           05 MVP-SALDO              PIC 9(07)V99.
           05 MVP-ATRASO             PIC 9(07)V99.
           05 MVP-LIQUIDADO          PIC X(01).

      *---------------------------------------------------------------
      *    SD DE TRABAJO: CADA MOVIMIENTO SE LIBERA UNA VEZ POR CADA
      *    SECCION DEL ESTADO EN QUE DEBE SALIR (1 LIQUIDADOS, 2
      *    ATRASOS, 3 EMBARGOS), CON EL JUZGADO COMO LLAVE DE LA
      *    SECCION 3.
      *---------------------------------------------------------------
       SD  SORT-MOVIMIENTOS
           DATA RECORD IS REG-SORT-MOVIMIENTOS.
       01  REG-SORT-MOVIMIENTOS.
           05 SRT-SECCION            PIC 9(01).
           05 SRT-JUZGADO            PIC X(20).
           05 SRT-NUMERO-EMP         PIC 9(05).
           05 SRT-CODIGO             PIC 9(02).
           05 SRT-MOVIMIENTO         PIC X(130).

       FD  MOVIMIENTOS-ORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS REG-MOVIMIENTOS-ORD.
       01  REG-MOVIMIENTOS-ORD       PIC X(158).

       FD  ESTADO
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-ESTADO.
       01  REG-ESTADO                PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      *    MOVIMIENTO ORDENADO EN CURSO
      *---------------------------------------------------------------
       01  WS-MOVIMIENTO-ORD.
           05 WS-ORD-SECCION         PIC 9(01).
           05 WS-ORD-JUZGADO         PIC X(20).
           05 WS-ORD-NUMERO-EMP      PIC 9(05).
           05 WS-ORD-CODIGO          PIC 9(02).
           05 WS-ORD-MOVIMIENTO.
              10 WS-MOV-PERIODO      PIC 9(06).
              10 WS-MOV-NUMERO-EMP   PIC 9(05).
              10 WS-MOV-NOMBRE-EMP   PIC X(30).
              10 WS-MOV-CODIGO       PIC 9(02).
              10 WS-MOV-DESCRIPCION  PIC X(20).
              10 WS-MOV-CLASE        PIC X(01).
              10 WS-MOV-JUZGADO      PIC X(20).
              10 WS-MOV-ORIGINAL     PIC 9(07)V99.
              10 WS-MOV-PEDIDO       PIC 9(07)V99.
              10 WS-MOV-TOMADO       PIC 9(07)V99.
              10 WS-MOV-SALDO        PIC 9(07)V99.
              10 WS-MOV-ATRASO       PIC 9(07)V99.
              10 WS-MOV-LIQUIDADO    PIC X(01).

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.
       01  WS-PERIODO-ESTADO         PIC 9(06)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    CONTROL DE SECCION Y DE JUZGADO
      *---------------------------------------------------------------
       01  WS-CONTROL-ESTADO.
           05 WS-SECCION-ACTUAL      PIC 9(01)    VALUE ZERO.
           05 WS-JUZGADO-ACTUAL      PIC X(20)    VALUE LOW-VALUES.
       01  WS-TOTALES-SECCION.
           05 WS-SEC-REGISTROS       PIC 9(05)    VALUE ZEROS.
           05 WS-SEC-TOMADO          PIC 9(09)V99 VALUE ZEROS.
           05 WS-SEC-ATRASO          PIC 9(09)V99 VALUE ZEROS.
           05 WS-SEC-SALDO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-TOTALES-JUZGADO.
           05 WS-JUZ-REGISTROS       PIC 9(05)    VALUE ZEROS.
           05 WS-JUZ-TOMADO          PIC 9(09)V99 VALUE ZEROS.
           05 WS-JUZ-ATRASO          PIC 9(09)V99 VALUE ZEROS.
           05 WS-JUZ-SALDO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-CONTADORES.
           05 WS-MOV-LEIDOS          PIC 9(05)    VALUE ZEROS.
           05 WS-MOV-LIQUIDADOS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-TOMADO        PIC 9(09)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-MOV          PIC X(01)    VALUE 'N'.
              88 WS-FIN-MOV                     VALUE 'S'.
           05 WS-SW-FIN-ORD          PIC X(01)    VALUE 'N'.
              88 WS-FIN-ORD                     VALUE 'S'.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL ESTADO
      *---------------------------------------------------------------
       01  WS-EST-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "ESTADO DE PRESTAMOS Y EMBARGOS - PERIODO".
           05 WS-ET-PERIODO          PIC 9(06).
           05 FILLER                 PIC X(62)    VALUE SPACES.

       01  WS-EST-SECCION.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ES-TITULO           PIC X(60).
           05 FILLER                 PIC X(71)    VALUE SPACES.

       01  WS-EST-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(07)    VALUE "EMPNO".
           05 FILLER                 PIC X(26)    VALUE "NOMBRE".
           05 FILLER                 PIC X(03)    VALUE "COD".
           05 FILLER                 PIC X(21)    VALUE "DESCRIPCION".
           05 FILLER                 PIC X(02)    VALUE "C".
           05 FILLER                 PIC X(13)    VALUE
              "    ORIGINAL".
           05 FILLER                 PIC X(13)    VALUE
              "      PEDIDO".
           05 FILLER                 PIC X(13)    VALUE
              "  DESCONTADO".
           05 FILLER                 PIC X(13)    VALUE
              "      ATRASO".
           05 FILLER                 PIC X(13)    VALUE
              "       SALDO".
           05 FILLER                 PIC X(07)    VALUE SPACES.

       01  WS-EST-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ED-NOMBRE           PIC X(25).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-CODIGO           PIC 9(02).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-DESCRIPCION      PIC X(20).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-CLASE            PIC X(01).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-ORIGINAL         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-PEDIDO           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-TOMADO           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-ATRASO           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ED-SALDO            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(08)    VALUE SPACES.

       01  WS-EST-JUZGADO.
           05 FILLER                 PIC X(03)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "JUZGADO: ".
           05 WS-EJ-JUZGADO          PIC X(20).
           05 FILLER                 PIC X(100)   VALUE SPACES.

       01  WS-EST-TOTAL.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 WS-ETT-ETIQUETA        PIC X(20).
           05 FILLER                 PIC X(06)    VALUE "REG: ".
           05 WS-ETT-REGISTROS       PIC ZZZZ9.
           05 FILLER                 PIC X(15)    VALUE
              "   DESCONTADO: ".
           05 WS-ETT-TOMADO          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(11)    VALUE
              "   ATRASO: ".
           05 WS-ETT-ATRASO          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(10)    VALUE
              "   SALDO: ".
           05 WS-ETT-SALDO           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(18)    VALUE SPACES.

       01  WS-EST-NINGUNO.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(21)    VALUE
              "NINGUNO EN EL PERIODO".
           05 FILLER                 PIC X(106)   VALUE SPACES.

       01  WS-EST-CONTROL.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(22)    VALUE
              "MOVIMIENTOS LEIDOS:   ".
           05 WS-EC-LEIDOS           PIC ZZZZ9.
           05 FILLER                 PIC X(18)    VALUE
              "   LIQUIDADOS:    ".
           05 WS-EC-LIQUIDADOS       PIC ZZZZ9.
           05 FILLER                 PIC X(21)    VALUE
              "   TOTAL DESCONTADO: ".
           05 WS-EC-TOMADO           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(46)    VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS24.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-MOVIMIENTO THRU 2000-EXIT
               UNTIL WS-FIN-ORD.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    ORDENA LOS MOVIMIENTOS POR SECCION DEL ESTADO, ABRE EL
      *    ORDENADO Y EL ESTADO E IMPRIME EL TITULO. EL PERIODO DEL
      *    TITULO ES EL DE LOS MOVIMIENTOS; SIN MOVIMIENTOS, EL
      *    ANO/MES DEL DIA.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           PERFORM 1010-ORDENAR-MOVIMIENTOS THRU 1010-EXIT.
           OPEN INPUT  MOVIMIENTOS-ORD
           OPEN OUTPUT ESTADO.

           IF WS-PERIODO-ESTADO EQUAL ZERO
               COMPUTE WS-PERIODO-ESTADO = WS-FECHA-DELDIA / 100
           END-IF.
           MOVE WS-PERIODO-ESTADO TO WS-ET-PERIODO.
           WRITE REG-ESTADO FROM WS-EST-TITULO
               BEFORE ADVANCING PAGE.

           PERFORM 2050-LEER-ORDENADO THRU 2050-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1010-ORDENAR-MOVIMIENTOS
      *    ORDENA POR SECCION, JUZGADO (SOLO LLENO EN LA SECCION 3),
      *    EMPLEADO Y CODIGO.
      *=================================================================
       1010-ORDENAR-MOVIMIENTOS.
           SORT SORT-MOVIMIENTOS
               ON ASCENDING KEY SRT-SECCION
               ON ASCENDING KEY SRT-JUZGADO
               ON ASCENDING KEY SRT-NUMERO-EMP
               ON ASCENDING KEY SRT-CODIGO
               INPUT PROCEDURE IS 1030-LIBERAR-MOVIMIENTOS
                   THRU 1030-EXIT
               GIVING MOVIMIENTOS-ORD.
       1010-EXIT.
           EXIT.

      *=================================================================
      *    1030-LIBERAR-MOVIMIENTOS
      *    LEE UT-MOVPRES Y LIBERA CADA MOVIMIENTO EN LAS SECCIONES
      *    QUE LE TOCAN: LIQUIDADO, CON ATRASO, Y EMBARGO. UN MISMO
      *    MOVIMIENTO PUEDE SALIR EN MAS DE UNA SECCION.
      *=================================================================
       1030-LIBERAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           PERFORM 1035-LIBERAR-UNO THRU 1035-EXIT
               UNTIL WS-FIN-MOV.
           CLOSE MOVIMIENTOS.
       1030-EXIT.
           EXIT.

       1035-LIBERAR-UNO.
           READ MOVIMIENTOS
               AT END
                   SET WS-FIN-MOV TO TRUE
                   GO TO 1035-EXIT
           END-READ.
           ADD 1 TO WS-MOV-LEIDOS.
           ADD MVP-IMPORTE-TOMADO TO WS-TOTAL-TOMADO.
           IF WS-PERIODO-ESTADO EQUAL ZERO
               MOVE MVP-PERIODO TO WS-PERIODO-ESTADO
           END-IF.

           MOVE SPACES         TO SRT-JUZGADO.
           MOVE MVP-NUMERO-EMP TO SRT-NUMERO-EMP.
           MOVE MVP-CODIGO     TO SRT-CODIGO.
           MOVE REG-MOVPRES    TO SRT-MOVIMIENTO.
           IF MVP-LIQUIDADO EQUAL 'S'
               MOVE 1 TO SRT-SECCION
               RELEASE REG-SORT-MOVIMIENTOS
           END-IF.
           IF MVP-ATRASO IS GREATER THAN ZERO
               MOVE 2 TO SRT-SECCION
               RELEASE REG-SORT-MOVIMIENTOS
           END-IF.
           IF MVP-CLASE EQUAL 'E'
               MOVE 3 TO SRT-SECCION
               MOVE MVP-REFERENCIA-JUZGADO TO SRT-JUZGADO
               RELEASE REG-SORT-MOVIMIENTOS
           END-IF.
       1035-EXIT.
           EXIT.

      *=================================================================
      *    2000-PROCESAR-MOVIMIENTO
      *    CONTROLA EL CAMBIO DE SECCION (Y DE JUZGADO EN LA SECCION
      *    DE EMBARGOS) E IMPRIME EL MOVIMIENTO EN CURSO.
      *=================================================================
       2000-PROCESAR-MOVIMIENTO.
           PERFORM 2120-AVANZAR-SECCION THRU 2120-EXIT
               UNTIL WS-SECCION-ACTUAL IS NOT LESS THAN WS-ORD-SECCION.

           IF WS-ORD-SECCION EQUAL 3
                   AND WS-ORD-JUZGADO NOT EQUAL WS-JUZGADO-ACTUAL
               PERFORM 2300-CAMBIO-JUZGADO THRU 2300-EXIT
           END-IF.

           PERFORM 2200-IMPRIMIR-MOVIMIENTO THRU 2200-EXIT.
           PERFORM 2050-LEER-ORDENADO THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

       2050-LEER-ORDENADO.
           READ MOVIMIENTOS-ORD INTO WS-MOVIMIENTO-ORD
               AT END
                   SET WS-FIN-ORD TO TRUE
           END-READ.
       2050-EXIT.
           EXIT.

      *=================================================================
      *    2100-CERRAR-SECCION
      *    CIERRA LA SECCION EN CURSO: SUBTOTAL DEL ULTIMO JUZGADO EN
      *    LA DE EMBARGOS, Y TOTAL DE LA SECCION (O "NINGUNO" SI NO
      *    TUVO MOVIMIENTOS).
      *=================================================================
       2100-CERRAR-SECCION.
           IF WS-SECCION-ACTUAL EQUAL ZERO
               GO TO 2100-EXIT
           END-IF.
           IF WS-SEC-REGISTROS EQUAL ZERO
               WRITE REG-ESTADO FROM WS-EST-NINGUNO
                   AFTER ADVANCING 1 LINE
               GO TO 2100-EXIT
           END-IF.
           IF WS-SECCION-ACTUAL EQUAL 3
               PERFORM 2350-TOTAL-JUZGADO THRU 2350-EXIT
           END-IF.
           MOVE "TOTAL SECCION"  TO WS-ETT-ETIQUETA.
           MOVE WS-SEC-REGISTROS TO WS-ETT-REGISTROS.
           MOVE WS-SEC-TOMADO    TO WS-ETT-TOMADO.
           MOVE WS-SEC-ATRASO    TO WS-ETT-ATRASO.
           MOVE WS-SEC-SALDO     TO WS-ETT-SALDO.
           WRITE REG-ESTADO FROM WS-EST-TOTAL
               AFTER ADVANCING 2 LINES.
       2100-EXIT.
           EXIT.

      *=================================================================
      *    2120-AVANZAR-SECCION
      *    CIERRA LA SECCION EN CURSO Y ABRE LA SIGUIENTE, CON SU
      *    TITULO Y ENCABEZADO. LAS SECCIONES SIN MOVIMIENTOS SALEN
      *    IGUAL, CON "NINGUNO", PARA QUE EL ESTADO SIEMPRE TENGA
      *    LAS TRES.
      *=================================================================
       2120-AVANZAR-SECCION.
           PERFORM 2100-CERRAR-SECCION THRU 2100-EXIT.
           ADD 1 TO WS-SECCION-ACTUAL.
           MOVE ZEROS TO WS-SEC-REGISTROS
                         WS-SEC-TOMADO
                         WS-SEC-ATRASO
                         WS-SEC-SALDO.
           MOVE LOW-VALUES TO WS-JUZGADO-ACTUAL.
           EVALUATE WS-SECCION-ACTUAL
               WHEN 1
                   MOVE "1. SALDOS LIQUIDADOS EN EL PERIODO"
                       TO WS-ES-TITULO
               WHEN 2
                   MOVE "2. ATRASOS PENDIENTES (CUOTAS RECORTADAS)"
                       TO WS-ES-TITULO
               WHEN OTHER
                   MOVE "3. EMBARGOS: DESCONTADO A REMITIR POR JUZGADO"
                       TO WS-ES-TITULO
           END-EVALUATE.
           WRITE REG-ESTADO FROM WS-EST-SECCION
               AFTER ADVANCING 3 LINES.
           WRITE REG-ESTADO FROM WS-EST-ENCABEZADO
               AFTER ADVANCING 2 LINES.
       2120-EXIT.
           EXIT.

      *=================================================================
      *    2200-IMPRIMIR-MOVIMIENTO
      *=================================================================
       2200-IMPRIMIR-MOVIMIENTO.
           MOVE WS-MOV-NUMERO-EMP  TO WS-ED-NUMERO.
           MOVE WS-MOV-NOMBRE-EMP  TO WS-ED-NOMBRE.
           MOVE WS-MOV-CODIGO      TO WS-ED-CODIGO.
           MOVE WS-MOV-DESCRIPCION TO WS-ED-DESCRIPCION.
           MOVE WS-MOV-CLASE       TO WS-ED-CLASE.
           MOVE WS-MOV-ORIGINAL    TO WS-ED-ORIGINAL.
           MOVE WS-MOV-PEDIDO      TO WS-ED-PEDIDO.
           MOVE WS-MOV-TOMADO      TO WS-ED-TOMADO.
           MOVE WS-MOV-ATRASO      TO WS-ED-ATRASO.
           MOVE WS-MOV-SALDO       TO WS-ED-SALDO.
           WRITE REG-ESTADO FROM WS-EST-DETALLE
               AFTER ADVANCING 1 LINE.

           ADD 1             TO WS-SEC-REGISTROS.
           ADD WS-MOV-TOMADO TO WS-SEC-TOMADO.
           ADD WS-MOV-ATRASO TO WS-SEC-ATRASO.
           ADD WS-MOV-SALDO  TO WS-SEC-SALDO.
           IF WS-ORD-SECCION EQUAL 1
               ADD 1 TO WS-MOV-LIQUIDADOS
           END-IF.
           IF WS-ORD-SECCION EQUAL 3
               ADD 1             TO WS-JUZ-REGISTROS
               ADD WS-MOV-TOMADO TO WS-JUZ-TOMADO
               ADD WS-MOV-ATRASO TO WS-JUZ-ATRASO
               ADD WS-MOV-SALDO  TO WS-JUZ-SALDO
           END-IF.
       2200-EXIT.
           EXIT.

      *=================================================================
      *    2300-CAMBIO-JUZGADO
      *    CIERRA EL JUZGADO ANTERIOR CON SU SUBTOTAL (LO DESCONTADO
      *    ES LO QUE SE LE REMITE) Y ABRE EL NUEVO.
      *=================================================================
       2300-CAMBIO-JUZGADO.
           IF WS-JUZGADO-ACTUAL NOT EQUAL LOW-VALUES
               PERFORM 2350-TOTAL-JUZGADO THRU 2350-EXIT
           END-IF.
           MOVE WS-ORD-JUZGADO TO WS-JUZGADO-ACTUAL
                                  WS-EJ-JUZGADO.
           MOVE ZEROS TO WS-JUZ-REGISTROS
                         WS-JUZ-TOMADO
                         WS-JUZ-ATRASO
                         WS-JUZ-SALDO.
           WRITE REG-ESTADO FROM WS-EST-JUZGADO
               AFTER ADVANCING 2 LINES.
       2300-EXIT.
           EXIT.

       2350-TOTAL-JUZGADO.
           MOVE "TOTAL JUZGADO"  TO WS-ETT-ETIQUETA.
           MOVE WS-JUZ-REGISTROS TO WS-ETT-REGISTROS.
           MOVE WS-JUZ-TOMADO    TO WS-ETT-TOMADO.
           MOVE WS-JUZ-ATRASO    TO WS-ETT-ATRASO.
           MOVE WS-JUZ-SALDO     TO WS-ETT-SALDO.
           WRITE REG-ESTADO FROM WS-EST-TOTAL
               AFTER ADVANCING 1 LINE.
       2350-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    COMPLETA LAS SECCIONES QUE NO TUVIERON MOVIMIENTOS, CIERRA
      *    LA ULTIMA E IMPRIME LOS TOTALES DE CONTROL.
      *=================================================================
       3000-FINALIZAR.
           PERFORM 2120-AVANZAR-SECCION THRU 2120-EXIT
               UNTIL WS-SECCION-ACTUAL IS NOT LESS THAN 3.
           PERFORM 2100-CERRAR-SECCION THRU 2100-EXIT.

           MOVE WS-MOV-LEIDOS     TO WS-EC-LEIDOS.
           MOVE WS-MOV-LIQUIDADOS TO WS-EC-LIQUIDADOS.
           MOVE WS-TOTAL-TOMADO   TO WS-EC-TOMADO.
           WRITE REG-ESTADO FROM WS-EST-CONTROL
               AFTER ADVANCING 3 LINES.

           CLOSE MOVIMIENTOS-ORD
           CLOSE ESTADO.
       3000-EXIT.
           EXIT.
