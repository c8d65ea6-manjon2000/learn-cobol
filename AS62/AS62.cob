       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS62.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: PRESUPUESTO DE NOMINA CONTRA
      *                REAL. LEE EL PRESUPUESTO APROBADO DEL EJERCICIO
      *                (UT-PRESUP: IMPORTE Y FTE POR DEPARTAMENTO,
      *                CENTRO DE COSTO Y MES) Y LO COMPARA CONTRA EL
      *                REAL: POR DEPARTAMENTO CONTRA EL RESUMEN
      *                HISTORICO DE AS20 (UT-RESUMHIS, PLANTILLA Y
      *                SALARIO POR DEPARTAMENTO Y PERIODO), Y POR
      *                CENTRO DE COSTO CONTRA LOS CARGOS DEL EXTRACTO
      *                GL DE AS20 (UT-GLEXTR). COMO EL EXTRACTO GL NO
      *                LLEVA PERIODO, EL REAL POR CENTRO DE COSTO SE
      *                ACUMULA EN SU PROPIO GDG (UT-REALANT/UT-REALNEW,
      *                UNA LINEA POR CENTRO DE COSTO Y MES DEL
      *                EJERCICIO), CON LA MISMA CONVENCION QUE EL
      *                ACUMULADO ANUAL DE AS21. IMPRIME (UT-REPPRES) LA
      *                VARIACION DEL MES Y DEL ACUMULADO DEL ANO EN
      *                IMPORTE Y PORCENTAJE, MARCA CON '*' LAS LINEAS
      *                QUE PASAN LA TOLERANCIA DE LA TARJETA, Y LISTA
      *                APARTE LOS DEPARTAMENTOS Y CENTROS DE COSTO CON
      *                COSTO REAL Y SIN LINEA DE PRESUPUESTO.
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

           SELECT PRESUPUESTO      ASSIGN TO UT-PRESUP
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PRESUP.

           SELECT RESUMEN-HIS      ASSIGN TO UT-RESUMHIS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-RESUMHIS.

           SELECT GL-EXTRACTO      ASSIGN TO UT-GLEXTR
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-GLEXTR.

           SELECT REAL-ANT         ASSIGN TO UT-REALANT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-REAL-ANT.

           SELECT REAL-NVO         ASSIGN TO UT-REALNEW
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE          ASSIGN TO UT-REPPRES
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *    TARJETA DE PARAMETROS: PERIODO AAAAMM EN LAS COLUMNAS 1-6
      *    (EL MISMO QUE SE DIO A AS20) Y TOLERANCIA EN PORCENTAJE
      *    99V99 EN LAS COLUMNAS 7-10. SIN PERIODO SE USA EL ANO/MES
      *    DEL DIA; SIN TOLERANCIA, 5.00 POR CIENTO.
      *---------------------------------------------------------------
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-PERIODO           PIC 9(06).
           05 PARM-TOLERANCIA        PIC 9(02)V99.

      *---------------------------------------------------------------
      *    PRESUPUESTO APROBADO (40 BYTES), SE REEMPLAZA CADA
      *    EJERCICIO. UNA LINEA POR DEPARTAMENTO, CENTRO DE COSTO Y
      *    MES; EL FTE ADMITE FRACCIONES.
      *---------------------------------------------------------------
       FD  PRESUPUESTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-PRESUPUESTO.
       01  REG-PRESUPUESTO.
           05 PRE-ANO                PIC 9(04).
           05 PRE-MES                PIC 9(02).
           05 PRE-DEPTO              PIC 9(03).
           05 PRE-CENTRO-COSTO       PIC 9(05).
           05 PRE-IMPORTE            PIC 9(09)V99.
           05 PRE-FTE                PIC 9(04)V99.
           05 FILLER                 PIC X(09).

      *---------------------------------------------------------------
      *    RESUMEN HISTORICO DE AS20 (25 BYTES), TODAS LAS
      *    GENERACIONES CONCATENADAS, COMO LO LEE AS60.
      *---------------------------------------------------------------
       FD  RESUMEN-HIS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RESUMEN-HIS.
       01  REG-RESUMEN-HIS.
           05 RSH-PERIODO            PIC 9(06).
           05 RSH-PERIODO-R REDEFINES RSH-PERIODO.
              10 RSH-ANO             PIC 9(04).
              10 RSH-MES             PIC 9(02).
           05 RSH-DEPTO              PIC 9(03).
           05 RSH-PLANTILLA          PIC 9(05).
           05 RSH-SALARIO            PIC 9(09)V99.

       FD  GL-EXTRACTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS REG-GL.
       01  REG-GL.
           05 GL-TIPO                PIC X(01).
           05 GL-CENTRO-COSTO        PIC 9(05).
           05 GL-CUENTA              PIC X(10).
           05 GL-IMPORTE-DEBE        PIC 9(09)V99.
           05 GL-IMPORTE-HABER       PIC 9(09)V99.

      *---------------------------------------------------------------
      *    REAL POR CENTRO DE COSTO Y MES DEL EJERCICIO (22 BYTES).
      *    GENERACION ANTERIOR Y GENERACION NUEVA.
      *---------------------------------------------------------------
       FD  REAL-ANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-REAL-ANT.
       01  REG-REAL-ANT.
           05 RLA-ANO                PIC 9(04).
           05 RLA-MES                PIC 9(02).
           05 RLA-CENTRO-COSTO       PIC 9(05).
           05 RLA-IMPORTE            PIC 9(09)V99.

       FD  REAL-NVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-REAL-NVO.
       01  REG-REAL-NVO.
           05 RLN-ANO                PIC 9(04).
           05 RLN-MES                PIC 9(02).
           05 RLN-CENTRO-COSTO       PIC 9(05).
           05 RLN-IMPORTE            PIC 9(09)V99.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.
       01  WS-FS-PRESUP              PIC X(02)    VALUE '00'.
       01  WS-FS-RESUMHIS            PIC X(02)    VALUE '00'.
       01  WS-FS-GLEXTR              PIC X(02)    VALUE '00'.
       01  WS-FS-REAL-ANT            PIC X(02)    VALUE '00'.

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.
       01  WS-PERIODO-CORRIDA        PIC 9(06)    VALUE ZEROS.
       01  WS-PERIODO-CORRIDA-R REDEFINES WS-PERIODO-CORRIDA.
           05 WS-ANO-CORRIDA         PIC 9(04).
           05 WS-MES-CORRIDA         PIC 9(02).
       01  WS-TOLERANCIA             PIC 9(02)V99 VALUE 5.00.

       01  WS-SWITCHES.
           05 WS-SW-FIN              PIC X(01)    VALUE 'N'.
              88 WS-FIN                         VALUE 'S'.

       01  WS-CONTADORES.
           05 WS-PRE-LEIDOS          PIC 9(07)    VALUE ZEROS.
           05 WS-PRE-RECHAZADOS      PIC 9(07)    VALUE ZEROS.
           05 WS-LINEAS-MARCADAS     PIC 9(05)    VALUE ZEROS.
           05 WS-LINEAS-SIN-PRES     PIC 9(05)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    TABLA POR DEPARTAMENTO. WS-TD-PRESUPUESTADO QUEDA EN 'S'
      *    CUANDO EL DEPARTAMENTO TIENE ALGUNA LINEA DE PRESUPUESTO EN
      *    EL EJERCICIO; LOS QUE SOLO TIENEN REAL VAN A LA SECCION DE
      *    REAL SIN PRESUPUESTO.
      *---------------------------------------------------------------
       01  WS-TABLA-DEPTOS.
           05 WS-DEPTOS-USADOS       PIC 9(03) COMP VALUE ZERO.
           05 WS-DEPTO-ENTRADA       OCCURS 300 TIMES.
              10 WS-TD-DEPTO         PIC 9(03).
              10 WS-TD-PRESUPUESTADO PIC X(01).
              10 WS-TD-FTE-MES       PIC 9(05)V99.
              10 WS-TD-PLANTILLA     PIC 9(05).
              10 WS-TD-PRES-MES      PIC 9(11)V99.
              10 WS-TD-REAL-MES      PIC 9(11)V99.
              10 WS-TD-PRES-ANO      PIC 9(11)V99.
              10 WS-TD-REAL-ANO      PIC 9(11)V99.
       77  WS-IND-DEP                PIC 9(03) COMP.
       77  WS-IND-DEP-HALLADO        PIC 9(03) COMP.
       01  WS-DEPTO-BUSCADO          PIC 9(03)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    TABLA POR CENTRO DE COSTO (MISMO TRAZADO; LA PLANTILLA NO
      *    SE USA: EL EXTRACTO GL NO LA TRAE).
      *---------------------------------------------------------------
       01  WS-TABLA-CENCOS.
           05 WS-CENCOS-USADOS       PIC 9(03) COMP VALUE ZERO.
           05 WS-CENCOS-ENTRADA      OCCURS 500 TIMES.
              10 WS-TC-CENCOS        PIC 9(05).
              10 WS-TC-PRESUPUESTADO PIC X(01).
              10 WS-TC-FTE-MES       PIC 9(05)V99.
              10 WS-TC-PLANTILLA     PIC 9(05).
              10 WS-TC-PRES-MES      PIC 9(11)V99.
              10 WS-TC-REAL-MES      PIC 9(11)V99.
              10 WS-TC-PRES-ANO      PIC 9(11)V99.
              10 WS-TC-REAL-ANO      PIC 9(11)V99.
       77  WS-IND-CC                 PIC 9(03) COMP.
       77  WS-IND-CC-HALLADO         PIC 9(03) COMP.
       01  WS-CENCOS-BUSCADO         PIC 9(05)    VALUE ZEROS.

       77  WS-IND-PASADA             PIC 9(03) COMP.
       77  WS-IND-ORD                PIC 9(03) COMP.
       01  WS-DEP-INTERCAMBIO        PIC X(68)    VALUE SPACES.
       01  WS-CC-INTERCAMBIO         PIC X(70)    VALUE SPACES.

      *---------------------------------------------------------------
      *    LINEA EN COMPARACION (DEPARTAMENTO, CENTRO DE COSTO O
      *    TOTAL) Y CALCULO DE LA VARIACION
      *---------------------------------------------------------------
       01  WS-COMPARA.
           05 WS-CMP-CLAVE           PIC X(09)    VALUE SPACES.
           05 WS-CMP-FTE             PIC 9(05)V99 VALUE ZEROS.
           05 WS-CMP-PLANTILLA       PIC 9(05)    VALUE ZEROS.
           05 WS-CMP-PRES-MES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-CMP-REAL-MES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-CMP-PRES-ANO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-CMP-REAL-ANO        PIC 9(11)V99 VALUE ZEROS.

       01  WS-TOTAL-SECCION.
           05 WS-TOT-FTE             PIC 9(05)V99 VALUE ZEROS.
           05 WS-TOT-PLANTILLA       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PRES-MES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-REAL-MES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PRES-ANO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-REAL-ANO        PIC 9(11)V99 VALUE ZEROS.

       01  WS-CALCULO.
           05 WS-CAL-PRES            PIC 9(11)V99 VALUE ZEROS.
           05 WS-CAL-REAL            PIC 9(11)V99 VALUE ZEROS.
           05 WS-CAL-VARIACION       PIC S9(11)V99 VALUE ZEROS.
           05 WS-CAL-PORCENTAJE      PIC S9(03)V9 VALUE ZEROS.
           05 WS-CAL-PCT-ABSOLUTO    PIC 9(03)V9  VALUE ZEROS.
           05 WS-CAL-SW-FUERA        PIC X(01)    VALUE 'N'.
              88 WS-CAL-FUERA-TOLERANCIA        VALUE 'S'.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL REPORTE
      *---------------------------------------------------------------
       01  WS-REP-TITULO.
           05 FILLER                 PIC X(23)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "PRESUPUESTO DE NOMINA CONTRA REAL".
           05 FILLER                 PIC X(58)    VALUE SPACES.

       01  WS-REP-PERIODO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "PERIODO: ".
           05 WS-RPE-PERIODO         PIC 9(06).
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(13)    VALUE "TOLERANCIA: ".
           05 WS-RPE-TOLERANCIA      PIC Z9.99.
           05 FILLER                 PIC X(02)    VALUE " %".
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(40)    VALUE
              "(*) VARIACION FUERA DE TOLERANCIA".
           05 FILLER                 PIC X(46)    VALUE SPACES.

       01  WS-REP-SECCION.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RSE-TEXTO           PIC X(70).
           05 FILLER                 PIC X(61)    VALUE SPACES.

       01  WS-REP-ENC-GRUPOS.
           05 FILLER                 PIC X(25)    VALUE SPACES.
           05 FILLER                 PIC X(53)    VALUE
              "-------------------------- MES ----------------------".
           05 FILLER                 PIC X(53)    VALUE
              "------------------ ACUMULADO DEL ANO ----------------".
           05 FILLER                 PIC X(01)    VALUE SPACES.

       01  WS-REP-ENC-COLUMNAS.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "CLAVE".
           05 FILLER                 PIC X(09)    VALUE "  FTE PR.".
           05 FILLER                 PIC X(06)    VALUE " PLANT".
           05 FILLER                 PIC X(15)    VALUE
              "    PRESUPUESTO".
           05 FILLER                 PIC X(15)    VALUE
              "           REAL".
           05 FILLER                 PIC X(16)    VALUE
              "       VARIACION".
           05 FILLER                 PIC X(07)    VALUE "   VAR%".
           05 FILLER                 PIC X(15)    VALUE
              "    PRESUPUESTO".
           05 FILLER                 PIC X(15)    VALUE
              "           REAL".
           05 FILLER                 PIC X(16)    VALUE
              "       VARIACION".
           05 FILLER                 PIC X(07)    VALUE "   VAR%".
           05 FILLER                 PIC X(01)    VALUE SPACES.

       01  WS-REP-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-CLAVE            PIC X(09).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-FTE              PIC ZZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-PLANTILLA        PIC ZZZZ9    BLANK WHEN ZERO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-PRES-MES         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-REAL-MES         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-VAR-MES          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-PCT-MES          PIC -ZZ9.9.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-PRES-ANO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-REAL-ANO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-VAR-ANO          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-PCT-ANO          PIC -ZZ9.9.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RD-MARCA            PIC X(01).

       01  WS-REP-ENC-SIN-PRES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(18)    VALUE "CLAVE".
           05 FILLER                 PIC X(06)    VALUE " PLANT".
           05 FILLER                 PIC X(30)    VALUE
              "                REAL DEL MES".
           05 FILLER                 PIC X(53)    VALUE
              "                                REAL ACUMULADO".
           05 FILLER                 PIC X(24)    VALUE SPACES.

       01  WS-REP-SIN-PRES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RS-CLAVE            PIC X(09).
           05 FILLER                 PIC X(09)    VALUE SPACES.
           05 WS-RS-PLANTILLA        PIC ZZZZ9    BLANK WHEN ZERO.
           05 FILLER                 PIC X(16)    VALUE SPACES.
           05 WS-RS-REAL-MES         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(39)    VALUE SPACES.
           05 WS-RS-REAL-ANO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(25)    VALUE SPACES.

       01  WS-REP-CONTROLES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(26)    VALUE
              "LINEAS PRESUPUESTO LEIDAS:".
           05 WS-RC-LEIDOS           PIC ZZZZZZ9.
           05 FILLER                 PIC X(14)
                                      VALUE "  RECHAZADAS: ".
           05 WS-RC-RECHAZADOS       PIC ZZZZZZ9.
           05 FILLER                 PIC X(24)
                                      VALUE "  FUERA DE TOLERANCIA: ".
           05 WS-RC-MARCADAS         PIC ZZZZ9.
           05 FILLER                 PIC X(20)
                                      VALUE "  SIN PRESUPUESTO: ".
           05 WS-RC-SIN-PRES         PIC ZZZZ9.
           05 FILLER                 PIC X(23)    VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS62.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CARGAR-PRESUPUESTO THRU 2000-EXIT.
           PERFORM 2100-CARGAR-RESUMEN THRU 2100-EXIT.
           PERFORM 2200-CARGAR-REAL-ANTERIOR THRU 2200-EXIT.
           PERFORM 2300-CARGAR-GL THRU 2300-EXIT.
           PERFORM 2600-ORDENAR-TABLAS THRU 2600-EXIT.
           PERFORM 2400-GRABAR-REAL-NUEVO THRU 2400-EXIT.
           PERFORM 3000-IMPRIMIR-DEPTOS THRU 3000-EXIT.
           PERFORM 3100-IMPRIMIR-CENCOS THRU 3100-EXIT.
           PERFORM 3200-IMPRIMIR-SIN-PRESUPUESTO THRU 3200-EXIT.
           PERFORM 3900-FINALIZAR THRU 3900-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    LEE LA TARJETA Y ABRE EL REPORTE Y EL ACUMULADO NUEVO.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-DELDIA (1:6) TO WS-PERIODO-CORRIDA.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN OUTPUT REPORTE
                       REAL-NVO.
           MOVE WS-PERIODO-CORRIDA TO WS-RPE-PERIODO.
           MOVE WS-TOLERANCIA      TO WS-RPE-TOLERANCIA.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *=================================================================
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIODO IS NUMERIC
                           MOVE PARM-PERIODO TO WS-PERIODO-CORRIDA
                       END-IF
                       IF PARM-TOLERANCIA IS NUMERIC
                           MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    2000-CARGAR-PRESUPUESTO
      *    CARGA LAS LINEAS DEL EJERCICIO DE LA CORRIDA: EL MES DE LA
      *    CORRIDA VA AL PRESUPUESTO DEL MES (IMPORTE Y FTE) Y LOS
      *    MESES HASTA EL DE LA CORRIDA AL ACUMULADO DEL ANO. LAS
      *    LINEAS NO NUMERICAS O CON MES FUERA DE RANGO SE LISTAN EN
      *    SYSOUT Y SE SALTAN (RC 4).
      *=================================================================
       2000-CARGAR-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO.
           IF WS-FS-PRESUP NOT EQUAL "00"
               DISPLAY "AS62: ERROR AL ABRIR UT-PRESUP, FILE STATUS = "
                       WS-FS-PRESUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2050-LEER-PRESUPUESTO THRU 2050-EXIT
               UNTIL WS-FIN.
           CLOSE PRESUPUESTO.
       2000-EXIT.
           EXIT.

       2050-LEER-PRESUPUESTO.
           READ PRESUPUESTO
               AT END
                   SET WS-FIN TO TRUE
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO WS-PRE-LEIDOS.

           IF PRE-ANO IS NOT NUMERIC
                   OR PRE-MES IS NOT NUMERIC
                   OR PRE-DEPTO IS NOT NUMERIC
                   OR PRE-CENTRO-COSTO IS NOT NUMERIC
                   OR PRE-IMPORTE IS NOT NUMERIC
                   OR PRE-FTE IS NOT NUMERIC
                   OR PRE-MES IS LESS THAN 1
                   OR PRE-MES IS GREATER THAN 12
               ADD 1 TO WS-PRE-RECHAZADOS
               DISPLAY "AS62: LINEA DE PRESUPUESTO RECHAZADA: "
                       REG-PRESUPUESTO
               GO TO 2050-EXIT
           END-IF.
           IF PRE-ANO NOT EQUAL WS-ANO-CORRIDA
               GO TO 2050-EXIT
           END-IF.

           MOVE PRE-DEPTO TO WS-DEPTO-BUSCADO.
           PERFORM 2500-BUSCAR-DEPTO THRU 2500-EXIT.
           MOVE 'S' TO WS-TD-PRESUPUESTADO (WS-IND-DEP-HALLADO).
           MOVE PRE-CENTRO-COSTO TO WS-CENCOS-BUSCADO.
           PERFORM 2550-BUSCAR-CENCOS THRU 2550-EXIT.
           MOVE 'S' TO WS-TC-PRESUPUESTADO (WS-IND-CC-HALLADO).

           IF PRE-MES EQUAL WS-MES-CORRIDA
               ADD PRE-IMPORTE TO WS-TD-PRES-MES (WS-IND-DEP-HALLADO)
                                  WS-TC-PRES-MES (WS-IND-CC-HALLADO)
               ADD PRE-FTE     TO WS-TD-FTE-MES (WS-IND-DEP-HALLADO)
                                  WS-TC-FTE-MES (WS-IND-CC-HALLADO)
           END-IF.
           IF PRE-MES IS NOT GREATER THAN WS-MES-CORRIDA
               ADD PRE-IMPORTE TO WS-TD-PRES-ANO (WS-IND-DEP-HALLADO)
                                  WS-TC-PRES-ANO (WS-IND-CC-HALLADO)
           END-IF.
       2050-EXIT.
           EXIT.

      *=================================================================
      *    2100-CARGAR-RESUMEN
      *    REAL POR DEPARTAMENTO: PLANTILLA Y SALARIO DEL RESUMEN
      *    HISTORICO DE AS20 PARA LOS PERIODOS DEL EJERCICIO HASTA EL
      *    DE LA CORRIDA (UN PERIODO RESOMETIDO SE SUMA, COMO EN
      *    AS60).
      *=================================================================
       2100-CARGAR-RESUMEN.
           OPEN INPUT RESUMEN-HIS.
           IF WS-FS-RESUMHIS NOT EQUAL "00"
               DISPLAY "AS62: ERROR AL ABRIR UT-RESUMHIS, FILE STATUS ="
                       " " WS-FS-RESUMHIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2150-LEER-RESUMEN THRU 2150-EXIT
               UNTIL WS-FIN.
           CLOSE RESUMEN-HIS.
       2100-EXIT.
           EXIT.

       2150-LEER-RESUMEN.
           READ RESUMEN-HIS
               AT END
                   SET WS-FIN TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           IF RSH-ANO NOT EQUAL WS-ANO-CORRIDA
                   OR RSH-MES IS GREATER THAN WS-MES-CORRIDA
               GO TO 2150-EXIT
           END-IF.

           MOVE RSH-DEPTO TO WS-DEPTO-BUSCADO.
           PERFORM 2500-BUSCAR-DEPTO THRU 2500-EXIT.
           ADD RSH-SALARIO TO WS-TD-REAL-ANO (WS-IND-DEP-HALLADO).
           IF RSH-MES EQUAL WS-MES-CORRIDA
               ADD RSH-SALARIO   TO WS-TD-REAL-MES (WS-IND-DEP-HALLADO)
               ADD RSH-PLANTILLA
                   TO WS-TD-PLANTILLA (WS-IND-DEP-HALLADO)
           END-IF.
       2150-EXIT.
           EXIT.

      *=================================================================
      *    2200-CARGAR-REAL-ANTERIOR
      *    COPIA AL ACUMULADO NUEVO LOS MESES DEL EJERCICIO QUE NO
      *    SON EL DE LA CORRIDA (EL MES DE LA CORRIDA SE REGRABA
      *    DESDE EL EXTRACTO GL, ASI UNA CORRIDA REPETIDA NO LO
      *    DUPLICA) Y SUMA AL REAL DEL ANO LOS ANTERIORES AL DE LA
      *    CORRIDA. LAS LINEAS DE OTRO EJERCICIO SE DESCARTAN. SIN
      *    UT-REALANT (PRIMERA CORRIDA) EL REAL ANTERIOR ES CERO.
      *=================================================================
       2200-CARGAR-REAL-ANTERIOR.
           OPEN INPUT REAL-ANT.
           IF WS-FS-REAL-ANT NOT EQUAL "00"
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2250-LEER-REAL-ANT THRU 2250-EXIT
               UNTIL WS-FIN.
           CLOSE REAL-ANT.
       2200-EXIT.
           EXIT.

       2250-LEER-REAL-ANT.
           READ REAL-ANT
               AT END
                   SET WS-FIN TO TRUE
                   GO TO 2250-EXIT
           END-READ.
           IF RLA-ANO NOT EQUAL WS-ANO-CORRIDA
                   OR RLA-MES EQUAL WS-MES-CORRIDA
               GO TO 2250-EXIT
           END-IF.

           WRITE REG-REAL-NVO FROM REG-REAL-ANT.
           IF RLA-MES IS LESS THAN WS-MES-CORRIDA
               MOVE RLA-CENTRO-COSTO TO WS-CENCOS-BUSCADO
               PERFORM 2550-BUSCAR-CENCOS THRU 2550-EXIT
               ADD RLA-IMPORTE TO WS-TC-REAL-ANO (WS-IND-CC-HALLADO)
           END-IF.
       2250-EXIT.
           EXIT.

      *=================================================================
      *    2300-CARGAR-GL
      *    REAL DEL MES POR CENTRO DE COSTO: LOS CARGOS ('D') DEL
      *    EXTRACTO GL DE AS20 (SALARIO Y DEVENGOS POR CENTRO).
      *=================================================================
       2300-CARGAR-GL.
           OPEN INPUT GL-EXTRACTO.
           IF WS-FS-GLEXTR NOT EQUAL "00"
               DISPLAY "AS62: ERROR AL ABRIR UT-GLEXTR, FILE STATUS = "
                       WS-FS-GLEXTR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2350-LEER-GL THRU 2350-EXIT
               UNTIL WS-FIN.
           CLOSE GL-EXTRACTO.
       2300-EXIT.
           EXIT.

       2350-LEER-GL.
           READ GL-EXTRACTO
               AT END
                   SET WS-FIN TO TRUE
                   GO TO 2350-EXIT
           END-READ.
           IF GL-TIPO NOT EQUAL 'D'
               GO TO 2350-EXIT
           END-IF.
           MOVE GL-CENTRO-COSTO TO WS-CENCOS-BUSCADO.
           PERFORM 2550-BUSCAR-CENCOS THRU 2550-EXIT.
           ADD GL-IMPORTE-DEBE TO WS-TC-REAL-MES (WS-IND-CC-HALLADO)
                                  WS-TC-REAL-ANO (WS-IND-CC-HALLADO).
       2350-EXIT.
           EXIT.

      *=================================================================
      *    2400-GRABAR-REAL-NUEVO
      *    AGREGA AL ACUMULADO NUEVO EL REAL DEL MES DE LA CORRIDA,
      *    UNA LINEA POR CENTRO DE COSTO CON CARGOS.
      *=================================================================
       2400-GRABAR-REAL-NUEVO.
           PERFORM 2450-GRABAR-REAL-CENCOS THRU 2450-EXIT
               VARYING WS-IND-CC FROM 1 BY 1
               UNTIL WS-IND-CC IS GREATER THAN WS-CENCOS-USADOS.
           CLOSE REAL-NVO.
       2400-EXIT.
           EXIT.

       2450-GRABAR-REAL-CENCOS.
           IF WS-TC-REAL-MES (WS-IND-CC) EQUAL ZERO
               GO TO 2450-EXIT
           END-IF.
           MOVE WS-ANO-CORRIDA             TO RLN-ANO.
           MOVE WS-MES-CORRIDA             TO RLN-MES.
           MOVE WS-TC-CENCOS (WS-IND-CC)   TO RLN-CENTRO-COSTO.
           MOVE WS-TC-REAL-MES (WS-IND-CC) TO RLN-IMPORTE.
           WRITE REG-REAL-NVO.
       2450-EXIT.
           EXIT.

      *=================================================================
      *    2500-BUSCAR-DEPTO
      *    DEVUELVE EN WS-IND-DEP-HALLADO LA ENTRADA DEL DEPARTAMENTO
      *    WS-DEPTO-BUSCADO, ABRIENDOLA (SIN PRESUPUESTO) LA PRIMERA
      *    VEZ.
      *=================================================================
       2500-BUSCAR-DEPTO.
           MOVE ZEROS TO WS-IND-DEP-HALLADO.
           PERFORM 2510-COMPARAR-DEPTO THRU 2510-EXIT
               VARYING WS-IND-DEP FROM 1 BY 1
               UNTIL WS-IND-DEP IS GREATER THAN WS-DEPTOS-USADOS
                  OR WS-IND-DEP-HALLADO IS GREATER THAN ZERO.
           IF WS-IND-DEP-HALLADO IS GREATER THAN ZERO
               GO TO 2500-EXIT
           END-IF.

           IF WS-DEPTOS-USADOS IS NOT LESS THAN 300
               DISPLAY "AS62: TABLA DE DEPARTAMENTOS AGOTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEPTOS-USADOS.
           MOVE WS-DEPTOS-USADOS TO WS-IND-DEP-HALLADO.
           MOVE WS-DEPTO-BUSCADO TO WS-TD-DEPTO (WS-IND-DEP-HALLADO).
           MOVE 'N' TO WS-TD-PRESUPUESTADO (WS-IND-DEP-HALLADO).
           MOVE ZEROS TO WS-TD-FTE-MES (WS-IND-DEP-HALLADO)
                         WS-TD-PLANTILLA (WS-IND-DEP-HALLADO)
                         WS-TD-PRES-MES (WS-IND-DEP-HALLADO)
                         WS-TD-REAL-MES (WS-IND-DEP-HALLADO)
                         WS-TD-PRES-ANO (WS-IND-DEP-HALLADO)
                         WS-TD-REAL-ANO (WS-IND-DEP-HALLADO).
       2500-EXIT.
           EXIT.

       2510-COMPARAR-DEPTO.
           IF WS-TD-DEPTO (WS-IND-DEP) EQUAL WS-DEPTO-BUSCADO
               MOVE WS-IND-DEP TO WS-IND-DEP-HALLADO
           END-IF.
       2510-EXIT.
           EXIT.

      *=================================================================
      *    2550-BUSCAR-CENCOS
      *    IGUAL QUE 2500-BUSCAR-DEPTO, PARA EL CENTRO DE COSTO
      *    WS-CENCOS-BUSCADO.
      *=================================================================
       2550-BUSCAR-CENCOS.
           MOVE ZEROS TO WS-IND-CC-HALLADO.
           PERFORM 2560-COMPARAR-CENCOS THRU 2560-EXIT
               VARYING WS-IND-CC FROM 1 BY 1
               UNTIL WS-IND-CC IS GREATER THAN WS-CENCOS-USADOS
                  OR WS-IND-CC-HALLADO IS GREATER THAN ZERO.
           IF WS-IND-CC-HALLADO IS GREATER THAN ZERO
               GO TO 2550-EXIT
           END-IF.

           IF WS-CENCOS-USADOS IS NOT LESS THAN 500
               DISPLAY "AS62: TABLA DE CENTROS DE COSTO AGOTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CENCOS-USADOS.
           MOVE WS-CENCOS-USADOS TO WS-IND-CC-HALLADO.
           MOVE WS-CENCOS-BUSCADO TO WS-TC-CENCOS (WS-IND-CC-HALLADO).
           MOVE 'N' TO WS-TC-PRESUPUESTADO (WS-IND-CC-HALLADO).
           MOVE ZEROS TO WS-TC-FTE-MES (WS-IND-CC-HALLADO)
                         WS-TC-PLANTILLA (WS-IND-CC-HALLADO)
                         WS-TC-PRES-MES (WS-IND-CC-HALLADO)
                         WS-TC-REAL-MES (WS-IND-CC-HALLADO)
                         WS-TC-PRES-ANO (WS-IND-CC-HALLADO)
                         WS-TC-REAL-ANO (WS-IND-CC-HALLADO).
       2550-EXIT.
           EXIT.

       2560-COMPARAR-CENCOS.
           IF WS-TC-CENCOS (WS-IND-CC) EQUAL WS-CENCOS-BUSCADO
               MOVE WS-IND-CC TO WS-IND-CC-HALLADO
           END-IF.
       2560-EXIT.
           EXIT.

      *=================================================================
      *    2600-ORDENAR-TABLAS
      *    ORDENA LAS DOS TABLAS POR CLAVE PARA EL REPORTE, CON EL
      *    MISMO INTERCAMBIO POR PASADAS QUE LA TABLA DE PERIODOS DE
      *    AS60.
      *=================================================================
       2600-ORDENAR-TABLAS.
           PERFORM 2610-ORDENAR-DEPTOS THRU 2610-EXIT
               VARYING WS-IND-PASADA FROM 1 BY 1
               UNTIL WS-IND-PASADA IS GREATER THAN WS-DEPTOS-USADOS.
           PERFORM 2650-ORDENAR-CENCOS THRU 2650-EXIT
               VARYING WS-IND-PASADA FROM 1 BY 1
               UNTIL WS-IND-PASADA IS GREATER THAN WS-CENCOS-USADOS.
       2600-EXIT.
           EXIT.

       2610-ORDENAR-DEPTOS.
           PERFORM 2620-COMPARAR-DEPTOS THRU 2620-EXIT
               VARYING WS-IND-ORD FROM 1 BY 1
               UNTIL WS-IND-ORD IS NOT LESS THAN WS-DEPTOS-USADOS.
       2610-EXIT.
           EXIT.

       2620-COMPARAR-DEPTOS.
           IF WS-TD-DEPTO (WS-IND-ORD) IS GREATER THAN
                   WS-TD-DEPTO (WS-IND-ORD + 1)
               MOVE WS-DEPTO-ENTRADA (WS-IND-ORD)
                   TO WS-DEP-INTERCAMBIO
               MOVE WS-DEPTO-ENTRADA (WS-IND-ORD + 1)
                   TO WS-DEPTO-ENTRADA (WS-IND-ORD)
               MOVE WS-DEP-INTERCAMBIO
                   TO WS-DEPTO-ENTRADA (WS-IND-ORD + 1)
           END-IF.
       2620-EXIT.
           EXIT.

       2650-ORDENAR-CENCOS.
           PERFORM 2660-COMPARAR-CENCOS THRU 2660-EXIT
               VARYING WS-IND-ORD FROM 1 BY 1
               UNTIL WS-IND-ORD IS NOT LESS THAN WS-CENCOS-USADOS.
       2650-EXIT.
           EXIT.

       2660-COMPARAR-CENCOS.
           IF WS-TC-CENCOS (WS-IND-ORD) IS GREATER THAN
                   WS-TC-CENCOS (WS-IND-ORD + 1)
               MOVE WS-CENCOS-ENTRADA (WS-IND-ORD)
                   TO WS-CC-INTERCAMBIO
               MOVE WS-CENCOS-ENTRADA (WS-IND-ORD + 1)
                   TO WS-CENCOS-ENTRADA (WS-IND-ORD)
               MOVE WS-CC-INTERCAMBIO
                   TO WS-CENCOS-ENTRADA (WS-IND-ORD + 1)
           END-IF.
       2660-EXIT.
           EXIT.

      *=================================================================
      *    3000-IMPRIMIR-DEPTOS
      *    SECCION POR DEPARTAMENTO (REAL SEGUN UT-RESUMHIS), SOLO
      *    LOS DEPARTAMENTOS CON PRESUPUESTO, Y SU TOTAL.
      *=================================================================
       3000-IMPRIMIR-DEPTOS.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               AFTER ADVANCING PAGE.
           WRITE REG-REPORTE FROM WS-REP-PERIODO
               AFTER ADVANCING 2 LINES.
           MOVE "POR DEPARTAMENTO - REAL SEGUN RESUMEN HISTORICO AS20"
               TO WS-RSE-TEXTO.
           PERFORM 3050-ENCABEZAR-SECCION THRU 3050-EXIT.
           MOVE ZEROS TO WS-TOTAL-SECCION.

           PERFORM 3010-DETALLE-DEPTO THRU 3010-EXIT
               VARYING WS-IND-DEP FROM 1 BY 1
               UNTIL WS-IND-DEP IS GREATER THAN WS-DEPTOS-USADOS.

           PERFORM 3080-IMPRIMIR-TOTAL THRU 3080-EXIT.
       3000-EXIT.
           EXIT.

       3010-DETALLE-DEPTO.
           IF WS-TD-PRESUPUESTADO (WS-IND-DEP) NOT EQUAL 'S'
               GO TO 3010-EXIT
           END-IF.
           MOVE SPACES TO WS-CMP-CLAVE.
           STRING "DEPTO " DELIMITED BY SIZE
                  WS-TD-DEPTO (WS-IND-DEP) DELIMITED BY SIZE
               INTO WS-CMP-CLAVE.
           MOVE WS-TD-FTE-MES (WS-IND-DEP)   TO WS-CMP-FTE.
           MOVE WS-TD-PLANTILLA (WS-IND-DEP) TO WS-CMP-PLANTILLA.
           MOVE WS-TD-PRES-MES (WS-IND-DEP)  TO WS-CMP-PRES-MES.
           MOVE WS-TD-REAL-MES (WS-IND-DEP)  TO WS-CMP-REAL-MES.
           MOVE WS-TD-PRES-ANO (WS-IND-DEP)  TO WS-CMP-PRES-ANO.
           MOVE WS-TD-REAL-ANO (WS-IND-DEP)  TO WS-CMP-REAL-ANO.
           PERFORM 3300-IMPRIMIR-COMPARACION THRU 3300-EXIT.
       3010-EXIT.
           EXIT.

       3050-ENCABEZAR-SECCION.
           WRITE REG-REPORTE FROM WS-REP-SECCION
               AFTER ADVANCING 3 LINES.
           WRITE REG-REPORTE FROM WS-REP-ENC-GRUPOS
               AFTER ADVANCING 2 LINES.
           WRITE REG-REPORTE FROM WS-REP-ENC-COLUMNAS
               AFTER ADVANCING 1 LINE.
       3050-EXIT.
           EXIT.

       3080-IMPRIMIR-TOTAL.
           MOVE "TOTAL"          TO WS-CMP-CLAVE.
           MOVE WS-TOT-FTE       TO WS-CMP-FTE.
           MOVE WS-TOT-PLANTILLA TO WS-CMP-PLANTILLA.
           MOVE WS-TOT-PRES-MES  TO WS-CMP-PRES-MES.
           MOVE WS-TOT-REAL-MES  TO WS-CMP-REAL-MES.
           MOVE WS-TOT-PRES-ANO  TO WS-CMP-PRES-ANO.
           MOVE WS-TOT-REAL-ANO  TO WS-CMP-REAL-ANO.
           PERFORM 3350-FORMATEAR-COMPARACION THRU 3350-EXIT.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 2 LINES.
       3080-EXIT.
           EXIT.

      *=================================================================
      *    3100-IMPRIMIR-CENCOS
      *    SECCION POR CENTRO DE COSTO (REAL SEGUN LOS CARGOS DEL
      *    EXTRACTO GL, ACUMULADOS EN UT-REALNEW), SOLO LOS CENTROS
      *    CON PRESUPUESTO, Y SU TOTAL.
      *=================================================================
       3100-IMPRIMIR-CENCOS.
           MOVE "POR CENTRO DE COSTO - REAL SEGUN EXTRACTO GL AS20"
               TO WS-RSE-TEXTO.
           PERFORM 3050-ENCABEZAR-SECCION THRU 3050-EXIT.
           MOVE ZEROS TO WS-TOTAL-SECCION.

           PERFORM 3110-DETALLE-CENCOS THRU 3110-EXIT
               VARYING WS-IND-CC FROM 1 BY 1
               UNTIL WS-IND-CC IS GREATER THAN WS-CENCOS-USADOS.

           PERFORM 3080-IMPRIMIR-TOTAL THRU 3080-EXIT.
       3100-EXIT.
           EXIT.

       3110-DETALLE-CENCOS.
           IF WS-TC-PRESUPUESTADO (WS-IND-CC) NOT EQUAL 'S'
               GO TO 3110-EXIT
           END-IF.
           MOVE SPACES TO WS-CMP-CLAVE.
           STRING "CC " DELIMITED BY SIZE
                  WS-TC-CENCOS (WS-IND-CC) DELIMITED BY SIZE
               INTO WS-CMP-CLAVE.
           MOVE WS-TC-FTE-MES (WS-IND-CC)   TO WS-CMP-FTE.
           MOVE ZEROS                       TO WS-CMP-PLANTILLA.
           MOVE WS-TC-PRES-MES (WS-IND-CC)  TO WS-CMP-PRES-MES.
           MOVE WS-TC-REAL-MES (WS-IND-CC)  TO WS-CMP-REAL-MES.
           MOVE WS-TC-PRES-ANO (WS-IND-CC)  TO WS-CMP-PRES-ANO.
           MOVE WS-TC-REAL-ANO (WS-IND-CC)  TO WS-CMP-REAL-ANO.
           PERFORM 3300-IMPRIMIR-COMPARACION THRU 3300-EXIT.
       3110-EXIT.
           EXIT.

      *=================================================================
      *    3200-IMPRIMIR-SIN-PRESUPUESTO
      *    DEPARTAMENTOS Y CENTROS DE COSTO CON COSTO REAL EN EL
      *    EJERCICIO Y NINGUNA LINEA DE PRESUPUESTO.
      *=================================================================
       3200-IMPRIMIR-SIN-PRESUPUESTO.
           MOVE "REAL SIN PRESUPUESTO - DEPARTAMENTOS Y CENTROS COSTO"
               TO WS-RSE-TEXTO.
           WRITE REG-REPORTE FROM WS-REP-SECCION
               AFTER ADVANCING 3 LINES.
           WRITE REG-REPORTE FROM WS-REP-ENC-SIN-PRES
               AFTER ADVANCING 2 LINES.

           PERFORM 3210-SIN-PRES-DEPTO THRU 3210-EXIT
               VARYING WS-IND-DEP FROM 1 BY 1
               UNTIL WS-IND-DEP IS GREATER THAN WS-DEPTOS-USADOS.
           PERFORM 3220-SIN-PRES-CENCOS THRU 3220-EXIT
               VARYING WS-IND-CC FROM 1 BY 1
               UNTIL WS-IND-CC IS GREATER THAN WS-CENCOS-USADOS.
       3200-EXIT.
           EXIT.

       3210-SIN-PRES-DEPTO.
           IF WS-TD-PRESUPUESTADO (WS-IND-DEP) EQUAL 'S'
                   OR WS-TD-REAL-ANO (WS-IND-DEP) EQUAL ZERO
               GO TO 3210-EXIT
           END-IF.
           MOVE SPACES TO WS-RS-CLAVE.
           STRING "DEPTO " DELIMITED BY SIZE
                  WS-TD-DEPTO (WS-IND-DEP) DELIMITED BY SIZE
               INTO WS-RS-CLAVE.
           MOVE WS-TD-PLANTILLA (WS-IND-DEP) TO WS-RS-PLANTILLA.
           MOVE WS-TD-REAL-MES (WS-IND-DEP)  TO WS-RS-REAL-MES.
           MOVE WS-TD-REAL-ANO (WS-IND-DEP)  TO WS-RS-REAL-ANO.
           WRITE REG-REPORTE FROM WS-REP-SIN-PRES
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINEAS-SIN-PRES.
       3210-EXIT.
           EXIT.

       3220-SIN-PRES-CENCOS.
           IF WS-TC-PRESUPUESTADO (WS-IND-CC) EQUAL 'S'
                   OR WS-TC-REAL-ANO (WS-IND-CC) EQUAL ZERO
               GO TO 3220-EXIT
           END-IF.
           MOVE SPACES TO WS-RS-CLAVE.
           STRING "CC " DELIMITED BY SIZE
                  WS-TC-CENCOS (WS-IND-CC) DELIMITED BY SIZE
               INTO WS-RS-CLAVE.
           MOVE ZEROS                       TO WS-RS-PLANTILLA.
           MOVE WS-TC-REAL-MES (WS-IND-CC)  TO WS-RS-REAL-MES.
           MOVE WS-TC-REAL-ANO (WS-IND-CC)  TO WS-RS-REAL-ANO.
           WRITE REG-REPORTE FROM WS-REP-SIN-PRES
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINEAS-SIN-PRES.
       3220-EXIT.
           EXIT.

      *=================================================================
      *    3300-IMPRIMIR-COMPARACION
      *    IMPRIME LA LINEA EN WS-COMPARA Y LA SUMA AL TOTAL DE LA
      *    SECCION.
      *=================================================================
       3300-IMPRIMIR-COMPARACION.
           ADD WS-CMP-FTE       TO WS-TOT-FTE.
           ADD WS-CMP-PLANTILLA TO WS-TOT-PLANTILLA.
           ADD WS-CMP-PRES-MES  TO WS-TOT-PRES-MES.
           ADD WS-CMP-REAL-MES  TO WS-TOT-REAL-MES.
           ADD WS-CMP-PRES-ANO  TO WS-TOT-PRES-ANO.
           ADD WS-CMP-REAL-ANO  TO WS-TOT-REAL-ANO.
           PERFORM 3350-FORMATEAR-COMPARACION THRU 3350-EXIT.
           IF WS-RD-MARCA EQUAL '*'
               ADD 1 TO WS-LINEAS-MARCADAS
           END-IF.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.
       3300-EXIT.
           EXIT.

      *=================================================================
      *    3350-FORMATEAR-COMPARACION
      *    CALCULA LA VARIACION DEL MES Y DEL ANO (REAL MENOS
      *    PRESUPUESTO) Y SU PORCENTAJE SOBRE EL PRESUPUESTO, Y MARCA
      *    LA LINEA SI ALGUNO DE LOS DOS PASA LA TOLERANCIA.
      *=================================================================
       3350-FORMATEAR-COMPARACION.
           MOVE SPACE TO WS-RD-MARCA.
           MOVE WS-CMP-CLAVE     TO WS-RD-CLAVE.
           MOVE WS-CMP-FTE       TO WS-RD-FTE.
           MOVE WS-CMP-PLANTILLA TO WS-RD-PLANTILLA.

           MOVE WS-CMP-PRES-MES TO WS-CAL-PRES WS-RD-PRES-MES.
           MOVE WS-CMP-REAL-MES TO WS-CAL-REAL WS-RD-REAL-MES.
           PERFORM 3400-CALCULAR-VARIACION THRU 3400-EXIT.
           MOVE WS-CAL-VARIACION  TO WS-RD-VAR-MES.
           MOVE WS-CAL-PORCENTAJE TO WS-RD-PCT-MES.
           IF WS-CAL-FUERA-TOLERANCIA
               MOVE '*' TO WS-RD-MARCA
           END-IF.

           MOVE WS-CMP-PRES-ANO TO WS-CAL-PRES WS-RD-PRES-ANO.
           MOVE WS-CMP-REAL-ANO TO WS-CAL-REAL WS-RD-REAL-ANO.
           PERFORM 3400-CALCULAR-VARIACION THRU 3400-EXIT.
           MOVE WS-CAL-VARIACION  TO WS-RD-VAR-ANO.
           MOVE WS-CAL-PORCENTAJE TO WS-RD-PCT-ANO.
           IF WS-CAL-FUERA-TOLERANCIA
               MOVE '*' TO WS-RD-MARCA
           END-IF.
       3350-EXIT.
           EXIT.

      *=================================================================
      *    3400-CALCULAR-VARIACION
      *    SIN PRESUPUESTO Y CON REAL, EL PORCENTAJE SE IMPRIME COMO
      *    999.9 Y LA LINEA QUEDA FUERA DE TOLERANCIA.
      *=================================================================
       3400-CALCULAR-VARIACION.
           MOVE 'N' TO WS-CAL-SW-FUERA.
           COMPUTE WS-CAL-VARIACION = WS-CAL-REAL - WS-CAL-PRES.
           MOVE ZEROS TO WS-CAL-PORCENTAJE.
           IF WS-CAL-PRES EQUAL ZERO
               IF WS-CAL-REAL NOT EQUAL ZERO
                   MOVE 999.9 TO WS-CAL-PORCENTAJE
                   SET WS-CAL-FUERA-TOLERANCIA TO TRUE
               END-IF
               GO TO 3400-EXIT
           END-IF.

           COMPUTE WS-CAL-PORCENTAJE ROUNDED =
               WS-CAL-VARIACION * 100 / WS-CAL-PRES
               ON SIZE ERROR
                   MOVE 999.9 TO WS-CAL-PORCENTAJE
           END-COMPUTE.
           IF WS-CAL-PORCENTAJE IS LESS THAN ZERO
               COMPUTE WS-CAL-PCT-ABSOLUTO = WS-CAL-PORCENTAJE * -1
           ELSE
               MOVE WS-CAL-PORCENTAJE TO WS-CAL-PCT-ABSOLUTO
           END-IF.
           IF WS-CAL-PCT-ABSOLUTO IS GREATER THAN WS-TOLERANCIA
               SET WS-CAL-FUERA-TOLERANCIA TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

      *=================================================================
      *    3900-FINALIZAR
      *=================================================================
       3900-FINALIZAR.
           MOVE WS-PRE-LEIDOS      TO WS-RC-LEIDOS.
           MOVE WS-PRE-RECHAZADOS  TO WS-RC-RECHAZADOS.
           MOVE WS-LINEAS-MARCADAS TO WS-RC-MARCADAS.
           MOVE WS-LINEAS-SIN-PRES TO WS-RC-SIN-PRES.
           WRITE REG-REPORTE FROM WS-REP-CONTROLES
               AFTER ADVANCING 3 LINES.
           CLOSE REPORTE.
           IF WS-PRE-RECHAZADOS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.
