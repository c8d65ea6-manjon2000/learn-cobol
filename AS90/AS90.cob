       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS90.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: ACUMULACION DEL HISTORICO DE
      *                CAMBIOS POR EMPLEADO. LOS PROGRAMAS QUE
      *                MODIFICAN O PAGAN A UN EMPLEADO (AS10, AS12,
      *                AS20, AS25, AS26, AS35, AS50, AS65, AS70 Y
      *                AS80) AGREGAN SUS MOVIMIENTOS DE 128 BYTES A
      *                UT-HISTMOV DURANTE EL DIA. ESTE PROGRAMA LOS
      *                MEZCLA CON LA GENERACION ANTERIOR DEL HISTORICO
      *                (UT-HISTANT) EN UNA NUEVA (UT-HISTNVO) ORDENADA
      *                POR EMPLEADO, FECHA, HORA DE LA CORRIDA,
      *                PROGRAMA Y SECUENCIA, QUE ES EL ORDEN EN QUE
      *                AS95 IMPRIME LA CRONOLOGIA DE UN EMPLEADO. EL
      *                REPORTE UT-REPHIST CUADRA LO LEIDO CONTRA LO
      *                GRABADO Y DESGLOSA LOS MOVIMIENTOS DEL DIA POR
      *                PROGRAMA. EL VACIADO DE UT-HISTMOV LO HACE EL
      *                PASO SIGUIENTE DEL JCL.
      * 10/15/26  LFC  UT-HISTMOV SE ABRE Y SE VERIFICA ANTES DEL SORT:
      *                SI NO ABRE TERMINA CON RC 16 PARA QUE EL PASO
      *                SIGUIENTE NO VACIE LOS MOVIMIENTOS DEL DIA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3083.
       OBJECT-COMPUTER. IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-ANT    ASSIGN TO UT-HISTANT
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

           SELECT SORT-HISTORICO   ASSIGN TO SORTWK01.

           SELECT HISTORICO-NVO    ASSIGN TO UT-HISTNVO
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE          ASSIGN TO UT-REPHIST
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *    HISTORICO ACUMULADO (GENERACION ANTERIOR), MOVIMIENTOS DEL
      *    DIA E HISTORICO NUEVO: LOS TRES CON EL TRAZADO DE 128
      *    BYTES DE WS-MOV-HISTORICO DE AS10.
      *---------------------------------------------------------------
       FD  HISTORICO-ANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTANT.
       01  REG-HISTANT               PIC X(128).

       FD  HISTORICO-MOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTMOV.
       01  REG-HISTMOV.
           05 FILLER                 PIC X(25).
           05 HMV-PROGRAMA           PIC X(04).
           05 FILLER                 PIC X(88).
           05 HMV-IMPORTE            PIC 9(09)V99.

       SD  SORT-HISTORICO
           DATA RECORD IS REG-SORT-HISTORICO.
       01  REG-SORT-HISTORICO.
           05 SRT-NUMERO-EMP         PIC 9(05).
           05 SRT-FECHA              PIC 9(08).
           05 SRT-HORA               PIC 9(08).
           05 SRT-PROGRAMA           PIC X(04).
           05 SRT-SECUENCIA          PIC 9(07).
           05 FILLER                 PIC X(96).

       FD  HISTORICO-NVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTNVO.
       01  REG-HISTNVO               PIC X(128).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-HISTMOV             PIC X(02)    VALUE '00'.

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.

       01  WS-CONTADORES.
           05 WS-LEIDOS-ANT          PIC 9(09)    VALUE ZEROS.
           05 WS-LEIDOS-MOV          PIC 9(07)    VALUE ZEROS.
           05 WS-TOTAL-GRABADOS      PIC 9(09)    VALUE ZEROS.
           05 WS-IMPORTE-MOV         PIC 9(11)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ANT          PIC X(01)    VALUE 'N'.
              88 WS-FIN-ANT                     VALUE 'S'.
           05 WS-SW-FIN-MOV          PIC X(01)    VALUE 'N'.
              88 WS-FIN-MOV                     VALUE 'S'.
           05 WS-SW-PRG-HALLADO      PIC X(01)    VALUE 'N'.
              88 WS-PRG-HALLADO                 VALUE 'S'.

      *---------------------------------------------------------------
      *    MOVIMIENTOS DEL DIA POR PROGRAMA, PARA CUADRAR CONTRA LO
      *    QUE CADA PROGRAMA DEBIO GRABAR. UN PROGRAMA QUE NO CABE EN
      *    LA TABLA SE CUENTA EN EL ULTIMO RENGLON.
      *---------------------------------------------------------------
       01  WS-TABLA-PROGRAMAS.
           05 WS-PRG-USADOS          PIC 9(02)    VALUE ZEROS.
           05 WS-PRG-ENTRADA         OCCURS 20 TIMES.
              10 WS-PRG-PROGRAMA     PIC X(04).
              10 WS-PRG-MOVIMIENTOS  PIC 9(07).
              10 WS-PRG-IMPORTE      PIC 9(11)V99.
       01  WS-IND-PRG                PIC 9(02)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL REPORTE DE ACUMULACION
      *---------------------------------------------------------------
       01  WS-REP-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(48)    VALUE
              "ACUMULACION DEL HISTORICO DE CAMBIOS - FECHA".
           05 WS-RT-FECHA            PIC 9(08).
           05 FILLER                 PIC X(56)    VALUE SPACES.

       01  WS-REP-ENCABEZADO.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(12)    VALUE "PROGRAMA".
           05 FILLER                 PIC X(14)    VALUE
              " MOVIMIENTOS".
           05 FILLER                 PIC X(18)    VALUE
              "           IMPORTE".
           05 FILLER                 PIC X(83)    VALUE SPACES.

       01  WS-REP-DETALLE.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 WS-RD-PROGRAMA         PIC X(04).
           05 FILLER                 PIC X(10)    VALUE SPACES.
           05 WS-RD-MOVIMIENTOS      PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RD-IMPORTE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(85)    VALUE SPACES.

       01  WS-REP-NINGUNO.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(24)    VALUE
              "SIN MOVIMIENTOS DEL DIA".
           05 FILLER                 PIC X(103)   VALUE SPACES.

       01  WS-REP-TOTALES-1.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(30)    VALUE
              "HISTORICO ANTERIOR LEIDO:".
           05 WS-RT1-ANTERIOR        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(86)    VALUE SPACES.

       01  WS-REP-TOTALES-2.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(30)    VALUE
              "MOVIMIENTOS DEL DIA LEIDOS:".
           05 WS-RT2-MOVIMIENTOS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "IMPORTE: ".
           05 WS-RT2-IMPORTE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(56)    VALUE SPACES.

       01  WS-REP-TOTALES-3.
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(30)    VALUE
              "HISTORICO NUEVO GRABADO:".
           05 WS-RT3-GRABADOS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(86)    VALUE SPACES.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS90.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ACUMULAR THRU 2000-EXIT.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    ABRE LOS MOVIMIENTOS DEL DIA Y EL REPORTE E IMPRIME EL
      *    TITULO. SIN UT-HISTMOV LA CORRIDA TERMINA CON RC 16.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           OPEN INPUT HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS90: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE.
           MOVE WS-FECHA-DELDIA TO WS-RT-FECHA.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               BEFORE ADVANCING PAGE.
           WRITE REG-REPORTE FROM WS-LINEA-BLANCO.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    2000-ACUMULAR
      *    ORDENA EL HISTORICO ANTERIOR JUNTO CON LOS MOVIMIENTOS DEL
      *    DIA EN LA NUEVA GENERACION. LA HORA Y LA SECUENCIA DE CADA
      *    CORRIDA MANTIENEN EN SU ORDEN LOS MOVIMIENTOS DE UN MISMO
      *    EMPLEADO Y FECHA.
      *=================================================================
       2000-ACUMULAR.
           SORT SORT-HISTORICO
               ON ASCENDING KEY SRT-NUMERO-EMP
               ON ASCENDING KEY SRT-FECHA
               ON ASCENDING KEY SRT-HORA
               ON ASCENDING KEY SRT-PROGRAMA
               ON ASCENDING KEY SRT-SECUENCIA
               INPUT PROCEDURE IS 2100-LIBERAR-HISTORICO
                   THRU 2100-EXIT
               GIVING HISTORICO-NVO.
           ADD WS-LEIDOS-ANT WS-LEIDOS-MOV
               GIVING WS-TOTAL-GRABADOS.
       2000-EXIT.
           EXIT.

      *=================================================================
      *    2100-LIBERAR-HISTORICO
      *    LIBERA TODO EL HISTORICO ANTERIOR Y LUEGO LOS MOVIMIENTOS
      *    DEL DIA (UT-HISTMOV YA ABIERTO EN 1000-INICIALIZAR). CON
      *    UT-HISTMOV VACIO LA NUEVA GENERACION ES COPIA DE LA
      *    ANTERIOR.
      *=================================================================
       2100-LIBERAR-HISTORICO.
           OPEN INPUT HISTORICO-ANT.
           PERFORM 2110-LIBERAR-ANTERIOR THRU 2110-EXIT
               UNTIL WS-FIN-ANT.
           CLOSE HISTORICO-ANT.

           PERFORM 2120-LIBERAR-MOVIMIENTO THRU 2120-EXIT
               UNTIL WS-FIN-MOV.
           CLOSE HISTORICO-MOV.
       2100-EXIT.
           EXIT.

       2110-LIBERAR-ANTERIOR.
           READ HISTORICO-ANT
               AT END
                   SET WS-FIN-ANT TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS-ANT.
           RELEASE REG-SORT-HISTORICO FROM REG-HISTANT.
       2110-EXIT.
           EXIT.

       2120-LIBERAR-MOVIMIENTO.
           READ HISTORICO-MOV
               AT END
                   SET WS-FIN-MOV TO TRUE
                   GO TO 2120-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS-MOV.
           ADD HMV-IMPORTE TO WS-IMPORTE-MOV.
           PERFORM 2150-CONTAR-PROGRAMA THRU 2150-EXIT.
           RELEASE REG-SORT-HISTORICO FROM REG-HISTMOV.
       2120-EXIT.
           EXIT.

      *=================================================================
      *    2150-CONTAR-PROGRAMA
      *    SUMA EL MOVIMIENTO AL RENGLON DE SU PROGRAMA, DANDOLO DE
      *    ALTA SI ES EL PRIMERO. CON LA TABLA LLENA SE SUMA AL
      *    ULTIMO RENGLON.
      *=================================================================
       2150-CONTAR-PROGRAMA.
           MOVE 'N' TO WS-SW-PRG-HALLADO.
           MOVE 1 TO WS-IND-PRG.
           PERFORM 2160-BUSCAR-PROGRAMA THRU 2160-EXIT
               UNTIL WS-PRG-HALLADO
                  OR WS-IND-PRG IS GREATER THAN WS-PRG-USADOS.
           IF NOT WS-PRG-HALLADO
               IF WS-PRG-USADOS IS LESS THAN 20
                   ADD 1 TO WS-PRG-USADOS
                   MOVE WS-PRG-USADOS TO WS-IND-PRG
                   MOVE HMV-PROGRAMA TO WS-PRG-PROGRAMA (WS-IND-PRG)
                   MOVE ZEROS TO WS-PRG-MOVIMIENTOS (WS-IND-PRG)
                                 WS-PRG-IMPORTE (WS-IND-PRG)
               ELSE
                   MOVE 20 TO WS-IND-PRG
                   MOVE "OTRO" TO WS-PRG-PROGRAMA (WS-IND-PRG)
               END-IF
           END-IF.
           ADD 1 TO WS-PRG-MOVIMIENTOS (WS-IND-PRG).
           ADD HMV-IMPORTE TO WS-PRG-IMPORTE (WS-IND-PRG).
       2150-EXIT.
           EXIT.

       2160-BUSCAR-PROGRAMA.
           IF WS-PRG-PROGRAMA (WS-IND-PRG) EQUAL HMV-PROGRAMA
               SET WS-PRG-HALLADO TO TRUE
           ELSE
               ADD 1 TO WS-IND-PRG
           END-IF.
       2160-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    IMPRIME EL DESGLOSE POR PROGRAMA Y EL CUADRE: EL HISTORICO
      *    NUEVO LLEVA LO ANTERIOR MAS LOS MOVIMIENTOS DEL DIA.
      *=================================================================
       3000-FINALIZAR.
           WRITE REG-REPORTE FROM WS-REP-ENCABEZADO
               AFTER ADVANCING 1 LINE.
           IF WS-PRG-USADOS EQUAL ZERO
               WRITE REG-REPORTE FROM WS-REP-NINGUNO
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 3100-IMPRIMIR-PROGRAMA THRU 3100-EXIT
                   VARYING WS-IND-PRG FROM 1 BY 1
                   UNTIL WS-IND-PRG IS GREATER THAN WS-PRG-USADOS
           END-IF.

           MOVE WS-LEIDOS-ANT     TO WS-RT1-ANTERIOR.
           MOVE WS-LEIDOS-MOV     TO WS-RT2-MOVIMIENTOS.
           MOVE WS-IMPORTE-MOV    TO WS-RT2-IMPORTE.
           MOVE WS-TOTAL-GRABADOS TO WS-RT3-GRABADOS.
           WRITE REG-REPORTE FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           WRITE REG-REPORTE FROM WS-REP-TOTALES-1
               AFTER ADVANCING 1 LINE.
           WRITE REG-REPORTE FROM WS-REP-TOTALES-2
               AFTER ADVANCING 1 LINE.
           WRITE REG-REPORTE FROM WS-REP-TOTALES-3
               AFTER ADVANCING 1 LINE.

           CLOSE REPORTE.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-PROGRAMA.
           MOVE WS-PRG-PROGRAMA (WS-IND-PRG)    TO WS-RD-PROGRAMA.
           MOVE WS-PRG-MOVIMIENTOS (WS-IND-PRG) TO WS-RD-MOVIMIENTOS.
           MOVE WS-PRG-IMPORTE (WS-IND-PRG)     TO WS-RD-IMPORTE.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.
       3100-EXIT.
           EXIT.
