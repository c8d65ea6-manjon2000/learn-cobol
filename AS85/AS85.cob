       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS85.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: CERTIFICADOS ANUALES DE
      *                PERCEPCIONES Y RETENCIONES. LEE LA ULTIMA
      *                GENERACION DEL ACUMULADO ANUAL DEL EJERCICIO
      *                CERRADO (UT-YTD, LA QUE DEJO AS21 TRAS LA
      *                CORRIDA DE DICIEMBRE) Y EL PERFIL FISCAL
      *                (UT-PERFIMP), E IMPRIME UN CERTIFICADO POR
      *                EMPLEADO (UT-CERTIF): PERCEPCIONES BRUTAS, CADA
      *                CODIGO DE DEDUCCION CON SU IMPORTE ANUAL Y EL
      *                IMPUESTO RETENIDO (DEDUCCIONES DE TIPO 'B' DEL
      *                MAESTRO UT-DEDMAST). GRABA LA DECLARACION
      *                INFORMATIVA ANUAL (UT-INFANUAL: CABECERA,
      *                UN DETALLE POR PERCEPTOR Y TRAILER CON CONTEO Y
      *                TOTALES). LAS BAJAS PAGADAS POR AS65 EN EL ANO
      *                ESTAN EN EL ACUMULADO Y SALEN COMO UN EMPLEADO
      *                MAS. EL EJERCICIO VIENE EN LA TARJETA UT-PARAMS
      *                (AAAA); EN BLANCO ES EL ANO ANTERIOR AL DEL DIA.
      *                SI UT-RUNCTL NO TIENE EL CIERRE DE AS20 DEL MES
      *                12 DEL EJERCICIO, LA CORRIDA SE DETIENE (RC 16):
      *                CERTIFICAR UN ANO INCOMPLETO NO TIENE ARREGLO.
      * 10/15/26  LFC  LAS ENTRADAS 'E' DEL ACUMULADO (DEVENGOS
      *                VARIABLES QUE AS20 SUMA AL BRUTO) SON
      *                PERCEPCIONES: SALEN EN EL CERTIFICADO UNA POR
      *                CODIGO Y SE SUMAN A LAS PERCEPCIONES BRUTAS DEL
      *                CERTIFICADO Y DE LA DECLARACION INFORMATIVA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3083.
       OBJECT-COMPUTER. IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMULADO        ASSIGN TO UT-YTD
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-YTD.

           SELECT EMPLEADOS        ASSIGN TO UT-EMPLOYER
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-EMPLEADOS   ASSIGN TO SORTWK01.

           SELECT EMPLEADOS-ORD    ASSIGN TO UT-EMPSORT
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PERFIL-IMPUESTO  ASSIGN TO UT-PERFIMP
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PFI-NUMERO-EMP
                                    FILE STATUS IS WS-FS-PERFIMP.

           SELECT DEDUC-MASTER     ASSIGN TO UT-DEDMAST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-DEDMAST.

           SELECT RUN-CONTROL      ASSIGN TO UT-RUNCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-RUNCTL.

           SELECT PARAMETROS       ASSIGN TO UT-PARAMS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PARAMETROS.

           SELECT CERTIFICADOS     ASSIGN TO UT-CERTIF
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT INFORMATIVA      ASSIGN TO UT-INFANUAL
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *    ACUMULADO ANUAL (MISMO TRAZADO DE 23 BYTES QUE AS21), EN
      *    ORDEN DE EMPLEADO COMO LO GRABA AS21.
      *---------------------------------------------------------------
       FD  ACUMULADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-YTD.
       01  REG-YTD                   PIC X(23).

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
      *    PERFIL FISCAL DEL EMPLEADO (MISMO TRAZADO QUE AS20)
      *---------------------------------------------------------------
       FD  PERFIL-IMPUESTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS REG-PERFIMP.
       01  REG-PERFIMP.
           05 PFI-NUMERO-EMP         PIC 9(05).
           05 PFI-ESTADO-CIVIL       PIC X(01).
           05 PFI-EXENCIONES         PIC 9(02).

      *---------------------------------------------------------------
      *    MAESTRO DE DEDUCCIONES (MISMO TRAZADO DE 40 BYTES QUE AS20)
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

      *---------------------------------------------------------------
      *    CONTROL DE CORRIDAS (MISMO TRAZADO DE 40 BYTES QUE AS20)
      *---------------------------------------------------------------
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

       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-EJERCICIO         PIC 9(04).

       FD  CERTIFICADOS
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-CERTIFICADO.
       01  REG-CERTIFICADO           PIC X(132).

      *---------------------------------------------------------------
      *    DECLARACION INFORMATIVA ANUAL (80 BYTES): CABECERA '1',
      *    DETALLE '2' POR PERCEPTOR Y TRAILER '9'.
      *---------------------------------------------------------------
       FD  INFORMATIVA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-INFORMATIVA.
       01  REG-INFORMATIVA           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-YTD                 PIC X(02)    VALUE '00'.
       01  WS-FS-PERFIMP             PIC X(02)    VALUE '00'.
       01  WS-FS-DEDMAST             PIC X(02)    VALUE '00'.
       01  WS-FS-RUNCTL              PIC X(02)    VALUE '00'.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.

      *---------------------------------------------------------------
      *    ENTRADA DEL ACUMULADO EN CURSO (LECTURA ADELANTADA)
      *---------------------------------------------------------------
       01  WS-YTD-RETENIDO.
           05 WS-YTA-NUMERO-EMP      PIC 9(05).
           05 WS-YTA-ANO             PIC 9(04).
           05 WS-YTA-TIPO            PIC X(01).
           05 WS-YTA-CODIGO          PIC 9(02).
           05 WS-YTA-IMPORTE         PIC 9(09)V99.

      *---------------------------------------------------------------
      *    IMAGEN DEL REGISTRO DE EMPLEADOS (65 BYTES), MISMO TRAZADO
      *    QUE WS-REG-EMPLEADOS DE AS20.
      *---------------------------------------------------------------
       01  WS-REG-EMPLEADOS.
           05 WS-NUMERO-EMP          PIC 9(05).
           05 WS-NOMBRE-EMP          PIC X(30).
           05 WS-STATUS-EMP          PIC 9(01).
              88 WS-STATUS-BAJA                 VALUE 4.
           05 WS-DEPTO-EMP           PIC 9(03).
           05 WS-PUESTO-EMP          PIC 9(02).
           05 WS-SALARIO-EMP         PIC 9(07)V99.
           05 WS-FECHA-INGRESO-EMP   PIC 9(08).
           05 WS-GRADO-SAL-EMP       PIC 9(02).
           05 WS-CENTRO-COSTO-EMP    PIC 9(05).

       01  WS-FECHA-DELDIA.
           05 WS-ANO-HOY             PIC 9(04).
           05 WS-MES-HOY             PIC 9(02).
           05 WS-DIA-HOY             PIC 9(02).
       01  WS-FECHA-DELDIA-NUM REDEFINES WS-FECHA-DELDIA
                                     PIC 9(08).
       01  WS-EJERCICIO              PIC 9(04)    VALUE ZEROS.
       01  WS-PERIODO-DICIEMBRE      PIC 9(06)    VALUE ZEROS.
       01  WS-NUMERO-ACTUAL          PIC 9(05)    VALUE ZEROS.
       01  WS-ID-DECLARANTE          PIC X(10)    VALUE "NOMINA0001".

      *---------------------------------------------------------------
      *    TABLA DE DEDUCCIONES DEL MAESTRO (CODIGO, DESCRIPCION Y
      *    TIPO) PARA ROTULAR LOS CONCEPTOS Y SEPARAR EL IMPUESTO.
      *---------------------------------------------------------------
       01  WS-TABLA-DEDUCCIONES.
           05 WS-DED-USADAS          PIC 9(02) COMP VALUE ZERO.
           05 WS-DED-ENTRADA         OCCURS 50 TIMES.
              10 WS-TD-CODIGO        PIC 9(02).
              10 WS-TD-DESCRIPCION   PIC X(20).
              10 WS-TD-TIPO          PIC X(01).
       77  WS-IND-DED                PIC 9(03) COMP.
       77  WS-IND-DED-HALLADO        PIC 9(03) COMP.

      *---------------------------------------------------------------
      *    ENTRADAS DEL EJERCICIO DEL EMPLEADO EN CURSO (MISMO TOPE
      *    DE 60 CONCEPTOS QUE LA TABLA DE AS21).
      *---------------------------------------------------------------
       01  WS-TABLA-YTD.
           05 WS-TY-USADAS           PIC 9(02) COMP VALUE ZERO.
           05 WS-TY-ENTRADA          OCCURS 60 TIMES.
              10 WS-TY-TIPO          PIC X(01).
              10 WS-TY-CODIGO        PIC 9(02).
              10 WS-TY-IMPORTE       PIC 9(09)V99.
       77  WS-IND-YTD                PIC 9(02) COMP.

      *---------------------------------------------------------------
      *    IMPORTES DEL CERTIFICADO EN CURSO Y TOTALES DE LA CORRIDA
      *---------------------------------------------------------------
       01  WS-CERTIFICADO-ACTUAL.
           05 WS-CER-PERCEPCIONES    PIC 9(09)V99 VALUE ZEROS.
           05 WS-CER-RETENCIONES     PIC 9(09)V99 VALUE ZEROS.
           05 WS-CER-OTRAS-DED       PIC 9(09)V99 VALUE ZEROS.
           05 WS-CER-NETO            PIC 9(09)V99 VALUE ZEROS.
           05 WS-CER-ESTADO-CIVIL    PIC X(01)    VALUE SPACES.
           05 WS-CER-EXENCIONES      PIC 9(02)    VALUE ZEROS.

       01  WS-CONTADORES.
           05 WS-YTD-LEIDAS          PIC 9(07)    VALUE ZEROS.
           05 WS-YTD-OTRO-ANO        PIC 9(07)    VALUE ZEROS.
           05 WS-CERTIFICADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-CERT-BAJAS          PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-MAESTRO         PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-PERFIL          PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PERCEPCIONES    PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-RETENCIONES     PIC 9(11)V99 VALUE ZEROS.

       01  WS-LLAVES-APAREO.
           05 WS-LLAVE-YTD           PIC X(05)    VALUE LOW-VALUES.
           05 WS-LLAVE-EMP           PIC X(05)    VALUE LOW-VALUES.
           05 WS-LLAVE-ACTUAL        PIC X(05)    VALUE LOW-VALUES.

       01  WS-SWITCHES.
           05 WS-SW-FIN-YTD          PIC X(01)    VALUE 'N'.
              88 WS-FIN-YTD                     VALUE 'S'.
           05 WS-SW-FIN-EMP          PIC X(01)    VALUE 'N'.
              88 WS-FIN-EMP                     VALUE 'S'.
           05 WS-SW-FIN-DEDMAST      PIC X(01)    VALUE 'N'.
              88 WS-FIN-DEDMAST                 VALUE 'S'.
           05 WS-SW-FIN-RUNCTL       PIC X(01)    VALUE 'N'.
              88 WS-FIN-RUNCTL                  VALUE 'S'.
           05 WS-SW-DICIEMBRE        PIC X(01)    VALUE 'N'.
              88 WS-DICIEMBRE-CERRADO           VALUE 'S'.
           05 WS-SW-PERFIMP-ABIERTO  PIC X(01)    VALUE 'N'.
              88 WS-PERFIMP-ABIERTO             VALUE 'S'.

      *---------------------------------------------------------------
      *    REGISTROS DE LA DECLARACION INFORMATIVA (80 BYTES)
      *---------------------------------------------------------------
       01  WS-INF-CABECERA.
           05 WS-INC-TIPO            PIC X(01)    VALUE '1'.
           05 WS-INC-EJERCICIO       PIC 9(04).
           05 WS-INC-DECLARANTE      PIC X(10).
           05 WS-INC-FECHA           PIC 9(08).
           05 FILLER                 PIC X(57)    VALUE SPACES.

       01  WS-INF-DETALLE.
           05 WS-IND-TIPO            PIC X(01)    VALUE '2'.
           05 WS-IND-EJERCICIO       PIC 9(04).
           05 WS-IND-NUMERO-EMP      PIC 9(05).
           05 WS-IND-NOMBRE-EMP      PIC X(30).
           05 WS-IND-ESTADO-CIVIL    PIC X(01).
           05 WS-IND-EXENCIONES      PIC 9(02).
           05 WS-IND-PERCEPCIONES    PIC 9(09)V99.
           05 WS-IND-RETENCIONES     PIC 9(09)V99.
           05 WS-IND-OTRAS-DED       PIC 9(09)V99.
           05 WS-IND-BAJA            PIC X(01).
           05 FILLER                 PIC X(03)    VALUE SPACES.

       01  WS-INF-TRAILER.
           05 WS-INT-TIPO            PIC X(01)    VALUE '9'.
           05 WS-INT-EJERCICIO       PIC 9(04).
           05 WS-INT-PERCEPTORES     PIC 9(07).
           05 WS-INT-PERCEPCIONES    PIC 9(11)V99.
           05 WS-INT-RETENCIONES     PIC 9(11)V99.
           05 FILLER                 PIC X(42)    VALUE SPACES.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL CERTIFICADO
      *---------------------------------------------------------------
       01  WS-CER-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(54)    VALUE
              "CERTIFICADO DE PERCEPCIONES Y RETENCIONES - EJERCICIO".
           05 WS-CT-EJERCICIO        PIC 9(04).
           05 FILLER                 PIC X(54)    VALUE SPACES.

       01  WS-CER-EMPLEADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-CE-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CE-NOMBRE           PIC X(30).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(07)    VALUE "DEPTO: ".
           05 WS-CE-DEPTO            PIC 9(03).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CE-MARCA            PIC X(20).
           05 FILLER                 PIC X(50)    VALUE SPACES.

       01  WS-CER-PERFIL.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(14)    VALUE
              "ESTADO CIVIL: ".
           05 WS-CP-ESTADO-CIVIL     PIC X(01).
           05 FILLER                 PIC X(15)    VALUE
              "   EXENCIONES: ".
           05 WS-CP-EXENCIONES       PIC Z9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CP-NOTA             PIC X(30).
           05 FILLER                 PIC X(67)    VALUE SPACES.

       01  WS-CER-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(30)    VALUE "CONCEPTO".
           05 FILLER                 PIC X(08)    VALUE "CODIGO".
           05 FILLER                 PIC X(18)    VALUE
              "    IMPORTE ANUAL".
           05 FILLER                 PIC X(75)    VALUE SPACES.

       01  WS-CER-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-CD-CONCEPTO         PIC X(30).
           05 WS-CD-CODIGO           PIC X(02).
           05 FILLER                 PIC X(06)    VALUE SPACES.
           05 WS-CD-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CD-MARCA            PIC X(20).
           05 FILLER                 PIC X(57)    VALUE SPACES.

       01  WS-CER-TOTAL.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-CX-CONCEPTO         PIC X(30).
           05 FILLER                 PIC X(08)    VALUE SPACES.
           05 WS-CX-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(79)    VALUE SPACES.

       01  WS-CER-TOTALES-CORRIDA.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(14)    VALUE
              "CERTIFICADOS: ".
           05 WS-CTC-CERTIFICADOS    PIC ZZZZ9.
           05 FILLER                 PIC X(09)    VALUE "  BAJAS: ".
           05 WS-CTC-BAJAS           PIC ZZZZ9.
           05 FILLER                 PIC X(16)    VALUE
              "  SIN MAESTRO: ".
           05 WS-CTC-SIN-MAESTRO     PIC ZZZZ9.
           05 FILLER                 PIC X(15)    VALUE
              "  SIN PERFIL: ".
           05 WS-CTC-SIN-PERFIL      PIC ZZZZ9.
           05 FILLER                 PIC X(18)    VALUE
              "  OTRO EJERCICIO: ".
           05 WS-CTC-OTRO-ANO        PIC ZZZZZZ9.
           05 FILLER                 PIC X(32)    VALUE SPACES.

       01  WS-CER-IMPORTES-CORRIDA.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(22)    VALUE
              "TOTAL PERCEPCIONES:   ".
           05 WS-CIC-PERCEPCIONES    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(22)    VALUE
              "   TOTAL RETENCIONES: ".
           05 WS-CIC-RETENCIONES     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(53)    VALUE SPACES.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS85.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-EMPLEADO THRU 2000-EXIT
               UNTIL WS-FIN-YTD.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    RESUELVE EL EJERCICIO, EXIGE EL CIERRE DE DICIEMBRE EN EL
      *    CONTROL DE CORRIDAS, CARGA LAS DEDUCCIONES, ORDENA EL
      *    MAESTRO, ABRE LOS FICHEROS Y GRABA LA CABECERA DE LA
      *    DECLARACION.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA-NUM FROM DATE YYYYMMDD.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1090-VERIFICAR-RUN-CONTROL THRU 1090-EXIT.
           PERFORM 1060-CARGAR-DEDUCCIONES THRU 1060-EXIT.

           SORT SORT-EMPLEADOS
               ON ASCENDING KEY SRT-NUMERO-EMP
               USING EMPLEADOS
               GIVING EMPLEADOS-ORD.

           OPEN INPUT ACUMULADO.
           IF WS-FS-YTD NOT EQUAL "00"
               DISPLAY "AS85: ERROR AL ABRIR UT-YTD, FILE STATUS = "
                       WS-FS-YTD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  EMPLEADOS-ORD
           OPEN OUTPUT CERTIFICADOS
           OPEN OUTPUT INFORMATIVA.

           OPEN INPUT PERFIL-IMPUESTO.
           IF WS-FS-PERFIMP EQUAL "00"
               SET WS-PERFIMP-ABIERTO TO TRUE
           END-IF.

           MOVE WS-EJERCICIO        TO WS-INC-EJERCICIO.
           MOVE WS-ID-DECLARANTE    TO WS-INC-DECLARANTE.
           MOVE WS-FECHA-DELDIA-NUM TO WS-INC-FECHA.
           WRITE REG-INFORMATIVA FROM WS-INF-CABECERA.

           MOVE WS-EJERCICIO TO WS-CT-EJERCICIO
                                WS-IND-EJERCICIO
                                WS-INT-EJERCICIO.

           PERFORM 2050-LEER-YTD THRU 2050-EXIT.
           PERFORM 2060-LEER-EMPLEADO THRU 2060-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *    LEE EL EJERCICIO DE LA TARJETA UT-PARAMS (AAAA). SIN
      *    TARJETA SE CERTIFICA EL ANO ANTERIOR AL DE LA FECHA DEL
      *    DIA (LOS CERTIFICADOS SE EMITEN AL INICIO DEL ANO SIGUIENTE).
      *=================================================================
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-EJERCICIO IS NUMERIC
                               AND PARM-EJERCICIO IS GREATER THAN ZERO
                           MOVE PARM-EJERCICIO TO WS-EJERCICIO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

           IF WS-EJERCICIO EQUAL ZERO
               COMPUTE WS-EJERCICIO = WS-ANO-HOY - 1
           END-IF.
           COMPUTE WS-PERIODO-DICIEMBRE = WS-EJERCICIO * 100 + 12.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    1060-CARGAR-DEDUCCIONES
      *    CARGA CODIGO, DESCRIPCION Y TIPO DE CADA DEDUCCION. SIN
      *    UT-DEDMAST LOS CONCEPTOS SALEN SIN DESCRIPCION Y NINGUNO
      *    SE RECONOCE COMO IMPUESTO: SE AVISA EN CONSOLA.
      *=================================================================
       1060-CARGAR-DEDUCCIONES.
           OPEN INPUT DEDUC-MASTER.
           IF WS-FS-DEDMAST NOT EQUAL "00"
               DISPLAY "AS85: UT-DEDMAST NO DISPONIBLE - SIN "
                       "DESCRIPCIONES NI RETENCION DE IMPUESTO"
               GO TO 1060-EXIT
           END-IF.
           PERFORM 1065-LEER-DEDUCCION THRU 1065-EXIT
               UNTIL WS-FIN-DEDMAST.
           CLOSE DEDUC-MASTER.
       1060-EXIT.
           EXIT.

       1065-LEER-DEDUCCION.
           READ DEDUC-MASTER
               AT END
                   SET WS-FIN-DEDMAST TO TRUE
               NOT AT END
                   IF WS-DED-USADAS IS NOT LESS THAN 50
                       DISPLAY "AS85: TABLA DE DEDUCCIONES AGOTADA"
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
           END-READ.
       1065-EXIT.
           EXIT.

      *=================================================================
      *    1090-VERIFICAR-RUN-CONTROL
      *    EL EJERCICIO SOLO SE CERTIFICA SI LA CORRIDA DE AS20 DE
      *    DICIEMBRE DEJO SU CIERRE EN UT-RUNCTL. SIN EL CIERRE (O
      *    SIN EL FICHERO DE CONTROL) LA CORRIDA SE DETIENE.
      *=================================================================
       1090-VERIFICAR-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL EQUAL "00"
               PERFORM 1095-LEER-RUN-CONTROL THRU 1095-EXIT
                   UNTIL WS-FIN-RUNCTL
               CLOSE RUN-CONTROL
           END-IF.

           IF NOT WS-DICIEMBRE-CERRADO
               DISPLAY "AS85: NO HAY CIERRE DE AS20 DEL PERIODO "
                       WS-PERIODO-DICIEMBRE " EN UT-RUNCTL - "
                       "EJERCICIO INCOMPLETO, CORRIDA DETENIDA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1090-EXIT.
           EXIT.

       1095-LEER-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   SET WS-FIN-RUNCTL TO TRUE
               NOT AT END
                   IF RCT-PROGRAMA EQUAL "AS20"
                           AND RCT-PERIODO EQUAL WS-PERIODO-DICIEMBRE
                           AND RCT-ESTADO EQUAL 'C'
                       SET WS-DICIEMBRE-CERRADO TO TRUE
                   END-IF
           END-READ.
       1095-EXIT.
           EXIT.

      *=================================================================
      *    2000-PROCESAR-EMPLEADO
      *    CARGA LAS ENTRADAS DEL EJERCICIO DEL EMPLEADO EN CURSO; SI
      *    TIENE ALGUNA, LO POSICIONA EN EL MAESTRO, RESUELVE SU
      *    PERFIL FISCAL, IMPRIME SU CERTIFICADO Y GRABA SU DETALLE EN
      *    LA DECLARACION. LAS ENTRADAS DE OTROS ANOS SE IGNORAN.
      *=================================================================
       2000-PROCESAR-EMPLEADO.
           MOVE WS-LLAVE-YTD      TO WS-LLAVE-ACTUAL.
           MOVE WS-YTA-NUMERO-EMP TO WS-NUMERO-ACTUAL.
           MOVE ZERO TO WS-TY-USADAS.
           PERFORM 2100-CARGAR-YTD THRU 2100-EXIT
               UNTIL WS-LLAVE-YTD NOT EQUAL WS-LLAVE-ACTUAL.

           IF WS-TY-USADAS EQUAL ZERO
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2150-POSICIONAR-EMPLEADO THRU 2150-EXIT.
           PERFORM 2200-BUSCAR-PERFIL THRU 2200-EXIT.
           PERFORM 2300-IMPRIMIR-CERTIFICADO THRU 2300-EXIT.
           PERFORM 2500-GRABAR-INFORMATIVA THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      *=================================================================
      *    2050-LEER-YTD
      *=================================================================
       2050-LEER-YTD.
           READ ACUMULADO INTO WS-YTD-RETENIDO
               AT END
                   SET WS-FIN-YTD TO TRUE
                   MOVE HIGH-VALUES TO WS-LLAVE-YTD
               NOT AT END
                   ADD 1 TO WS-YTD-LEIDAS
                   MOVE WS-YTA-NUMERO-EMP TO WS-LLAVE-YTD
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
      *    2100-CARGAR-YTD
      *    CARGA LA ENTRADA EN CURSO EN LA TABLA DEL EMPLEADO SI ES
      *    DEL EJERCICIO QUE SE CERTIFICA.
      *=================================================================
       2100-CARGAR-YTD.
           IF WS-YTA-ANO EQUAL WS-EJERCICIO
               IF WS-TY-USADAS IS NOT LESS THAN 60
                   DISPLAY "AS85: TABLA DE ACUMULADOS AGOTADA, "
                           "EMPLEADO " WS-YTA-NUMERO-EMP
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TY-USADAS
               MOVE WS-YTA-TIPO    TO WS-TY-TIPO (WS-TY-USADAS)
               MOVE WS-YTA-CODIGO  TO WS-TY-CODIGO (WS-TY-USADAS)
               MOVE WS-YTA-IMPORTE TO WS-TY-IMPORTE (WS-TY-USADAS)
           ELSE
               ADD 1 TO WS-YTD-OTRO-ANO
           END-IF.
           PERFORM 2050-LEER-YTD THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *=================================================================
      *    2150-POSICIONAR-EMPLEADO
      *    AVANZA EL MAESTRO ORDENADO HASTA LA LLAVE EN CURSO. UN
      *    EMPLEADO QUE YA NO ESTA EN EL MAESTRO SE CERTIFICA IGUAL,
      *    CON EL NOMBRE EN BLANCO Y MARCA PARA QUE RRHH LO COMPLETE.
      *=================================================================
       2150-POSICIONAR-EMPLEADO.
           PERFORM 2060-LEER-EMPLEADO THRU 2060-EXIT
               UNTIL WS-LLAVE-EMP IS NOT LESS THAN WS-LLAVE-ACTUAL.

           MOVE SPACES TO WS-CE-MARCA.
           IF WS-LLAVE-EMP EQUAL WS-LLAVE-ACTUAL
               MOVE WS-NOMBRE-EMP TO WS-CE-NOMBRE
               MOVE WS-DEPTO-EMP  TO WS-CE-DEPTO
               IF WS-STATUS-BAJA
                   MOVE "BAJA EN EL EJERCICIO" TO WS-CE-MARCA
                   ADD 1 TO WS-CERT-BAJAS
               END-IF
           ELSE
               MOVE SPACES TO WS-CE-NOMBRE
               MOVE ZEROS  TO WS-CE-DEPTO
               MOVE "NO ESTA EN MAESTRO" TO WS-CE-MARCA
               ADD 1 TO WS-SIN-MAESTRO
           END-IF.
       2150-EXIT.
           EXIT.

      *=================================================================
      *    2200-BUSCAR-PERFIL
      *    ESTADO CIVIL Y EXENCIONES DEL PERFIL FISCAL. SIN PERFIL EL
      *    EMPLEADO CONSTA COMO SOLTERO SIN EXENCIONES, LA MISMA
      *    REGLA CON QUE AS20 LE RETUVO.
      *=================================================================
       2200-BUSCAR-PERFIL.
           MOVE 'S'    TO WS-CER-ESTADO-CIVIL.
           MOVE ZEROS  TO WS-CER-EXENCIONES.
           MOVE SPACES TO WS-CP-NOTA.
           IF NOT WS-PERFIMP-ABIERTO
               MOVE "SIN PERFIL FISCAL" TO WS-CP-NOTA
               ADD 1 TO WS-SIN-PERFIL
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-NUMERO-ACTUAL TO PFI-NUMERO-EMP.
           READ PERFIL-IMPUESTO
               INVALID KEY
                   MOVE "SIN PERFIL FISCAL" TO WS-CP-NOTA
                   ADD 1 TO WS-SIN-PERFIL
               NOT INVALID KEY
                   IF PFI-ESTADO-CIVIL EQUAL 'C'
                       MOVE 'C' TO WS-CER-ESTADO-CIVIL
                   END-IF
                   IF PFI-EXENCIONES IS NUMERIC
                       MOVE PFI-EXENCIONES TO WS-CER-EXENCIONES
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

      *=================================================================
      *    2300-IMPRIMIR-CERTIFICADO
      *    UNA PAGINA POR EMPLEADO: DATOS DEL PERCEPTOR, PERCEPCIONES
      *    BRUTAS, CADA DEDUCCION CON SU IMPORTE ANUAL (LAS DE TIPO
      *    'B' MARCADAS COMO RETENCION DE IMPUESTO) Y LOS TOTALES.
      *=================================================================
       2300-IMPRIMIR-CERTIFICADO.
           MOVE ZEROS TO WS-CER-PERCEPCIONES
                         WS-CER-RETENCIONES
                         WS-CER-OTRAS-DED
                         WS-CER-NETO.

           WRITE REG-CERTIFICADO FROM WS-CER-TITULO
               BEFORE ADVANCING PAGE.
           MOVE WS-NUMERO-ACTUAL TO WS-CE-NUMERO.
           WRITE REG-CERTIFICADO FROM WS-CER-EMPLEADO
               AFTER ADVANCING 2 LINES.
           MOVE WS-CER-ESTADO-CIVIL TO WS-CP-ESTADO-CIVIL.
           MOVE WS-CER-EXENCIONES   TO WS-CP-EXENCIONES.
           WRITE REG-CERTIFICADO FROM WS-CER-PERFIL
               AFTER ADVANCING 1 LINE.
           WRITE REG-CERTIFICADO FROM WS-CER-ENCABEZADO
               AFTER ADVANCING 2 LINES.

           PERFORM 2350-IMPRIMIR-PERCEPCION THRU 2350-EXIT
               VARYING WS-IND-YTD FROM 1 BY 1
               UNTIL WS-IND-YTD IS GREATER THAN WS-TY-USADAS.
           PERFORM 2400-IMPRIMIR-DEDUCCION THRU 2400-EXIT
               VARYING WS-IND-YTD FROM 1 BY 1
               UNTIL WS-IND-YTD IS GREATER THAN WS-TY-USADAS.

           WRITE REG-CERTIFICADO FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL PERCEPCIONES BRUTAS" TO WS-CX-CONCEPTO.
           MOVE WS-CER-PERCEPCIONES TO WS-CX-IMPORTE.
           WRITE REG-CERTIFICADO FROM WS-CER-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL IMPUESTO RETENIDO" TO WS-CX-CONCEPTO.
           MOVE WS-CER-RETENCIONES TO WS-CX-IMPORTE.
           WRITE REG-CERTIFICADO FROM WS-CER-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL OTRAS DEDUCCIONES" TO WS-CX-CONCEPTO.
           MOVE WS-CER-OTRAS-DED TO WS-CX-IMPORTE.
           WRITE REG-CERTIFICADO FROM WS-CER-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE "NETO PERCIBIDO" TO WS-CX-CONCEPTO.
           MOVE WS-CER-NETO TO WS-CX-IMPORTE.
           WRITE REG-CERTIFICADO FROM WS-CER-TOTAL
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-CERTIFICADOS.
           ADD WS-CER-PERCEPCIONES TO WS-TOT-PERCEPCIONES.
           ADD WS-CER-RETENCIONES  TO WS-TOT-RETENCIONES.
       2300-EXIT.
           EXIT.

      *=================================================================
      *    2350-IMPRIMIR-PERCEPCION
      *    LA ENTRADA 'B' 00 ES EL SALARIO BRUTO DEL ANO; CADA 'E',
      *    LO DEVENGADO EN EL ANO POR UN CODIGO DE DEVENGO VARIABLE;
      *    LA 'N' 00, EL NETO.
      *=================================================================
       2350-IMPRIMIR-PERCEPCION.
           IF WS-TY-TIPO (WS-IND-YTD) EQUAL 'N'
               ADD WS-TY-IMPORTE (WS-IND-YTD) TO WS-CER-NETO
               GO TO 2350-EXIT
           END-IF.
           IF WS-TY-TIPO (WS-IND-YTD) NOT EQUAL 'B'
                   AND WS-TY-TIPO (WS-IND-YTD) NOT EQUAL 'E'
               GO TO 2350-EXIT
           END-IF.

           ADD WS-TY-IMPORTE (WS-IND-YTD) TO WS-CER-PERCEPCIONES.
           IF WS-TY-TIPO (WS-IND-YTD) EQUAL 'E'
               MOVE "DEVENGOS VARIABLES"  TO WS-CD-CONCEPTO
               MOVE WS-TY-CODIGO (WS-IND-YTD) TO WS-CD-CODIGO
           ELSE
               MOVE "PERCEPCIONES BRUTAS" TO WS-CD-CONCEPTO
               MOVE SPACES                TO WS-CD-CODIGO
           END-IF.
           MOVE WS-TY-IMPORTE (WS-IND-YTD) TO WS-CD-IMPORTE.
           MOVE SPACES                TO WS-CD-MARCA.
           WRITE REG-CERTIFICADO FROM WS-CER-DETALLE
               AFTER ADVANCING 1 LINE.
       2350-EXIT.
           EXIT.

      *=================================================================
      *    2400-IMPRIMIR-DEDUCCION
      *    UNA LINEA POR CODIGO DE DEDUCCION DEL ANO. EL TIPO DEL
      *    MAESTRO DECIDE SI EL IMPORTE ES IMPUESTO RETENIDO ('B') U
      *    OTRA DEDUCCION.
      *=================================================================
       2400-IMPRIMIR-DEDUCCION.
           IF WS-TY-TIPO (WS-IND-YTD) NOT EQUAL 'D'
               GO TO 2400-EXIT
           END-IF.

           MOVE ZEROS TO WS-IND-DED-HALLADO.
           PERFORM 2450-BUSCAR-DEDUCCION THRU 2450-EXIT
               VARYING WS-IND-DED FROM 1 BY 1
               UNTIL WS-IND-DED IS GREATER THAN WS-DED-USADAS
                  OR WS-IND-DED-HALLADO IS GREATER THAN ZERO.

           MOVE SPACES TO WS-CD-CONCEPTO
                          WS-CD-MARCA.
           IF WS-IND-DED-HALLADO IS GREATER THAN ZERO
               MOVE WS-TD-DESCRIPCION (WS-IND-DED-HALLADO)
                   TO WS-CD-CONCEPTO
           ELSE
               MOVE "DEDUCCION SIN MAESTRO" TO WS-CD-CONCEPTO
           END-IF.
           MOVE WS-TY-CODIGO (WS-IND-YTD)  TO WS-CD-CODIGO.
           MOVE WS-TY-IMPORTE (WS-IND-YTD) TO WS-CD-IMPORTE.

           IF WS-IND-DED-HALLADO IS GREATER THAN ZERO
                   AND WS-TD-TIPO (WS-IND-DED-HALLADO) EQUAL 'B'
               MOVE "RETENCION IMPUESTO" TO WS-CD-MARCA
               ADD WS-TY-IMPORTE (WS-IND-YTD) TO WS-CER-RETENCIONES
           ELSE
               ADD WS-TY-IMPORTE (WS-IND-YTD) TO WS-CER-OTRAS-DED
           END-IF.

           WRITE REG-CERTIFICADO FROM WS-CER-DETALLE
               AFTER ADVANCING 1 LINE.
       2400-EXIT.
           EXIT.

       2450-BUSCAR-DEDUCCION.
           IF WS-TD-CODIGO (WS-IND-DED) EQUAL
                   WS-TY-CODIGO (WS-IND-YTD)
               MOVE WS-IND-DED TO WS-IND-DED-HALLADO
           END-IF.
       2450-EXIT.
           EXIT.

      *=================================================================
      *    2500-GRABAR-INFORMATIVA
      *    DETALLE '2' DEL PERCEPTOR EN LA DECLARACION ANUAL.
      *=================================================================
       2500-GRABAR-INFORMATIVA.
           MOVE WS-NUMERO-ACTUAL    TO WS-IND-NUMERO-EMP.
           MOVE WS-CE-NOMBRE        TO WS-IND-NOMBRE-EMP.
           MOVE WS-CER-ESTADO-CIVIL TO WS-IND-ESTADO-CIVIL.
           MOVE WS-CER-EXENCIONES   TO WS-IND-EXENCIONES.
           MOVE WS-CER-PERCEPCIONES TO WS-IND-PERCEPCIONES.
           MOVE WS-CER-RETENCIONES  TO WS-IND-RETENCIONES.
           MOVE WS-CER-OTRAS-DED    TO WS-IND-OTRAS-DED.
           IF WS-CE-MARCA EQUAL "BAJA EN EL EJERCICIO"
               MOVE 'B' TO WS-IND-BAJA
           ELSE
               MOVE SPACE TO WS-IND-BAJA
           END-IF.
           WRITE REG-INFORMATIVA FROM WS-INF-DETALLE.
       2500-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    GRABA EL TRAILER '9' DE LA DECLARACION CON EL CONTEO DE
      *    PERCEPTORES Y LOS TOTALES, IMPRIME LOS TOTALES DE CONTROL
      *    EN PAGINA APARTE Y CIERRA.
      *=================================================================
       3000-FINALIZAR.
           MOVE WS-CERTIFICADOS     TO WS-INT-PERCEPTORES.
           MOVE WS-TOT-PERCEPCIONES TO WS-INT-PERCEPCIONES.
           MOVE WS-TOT-RETENCIONES  TO WS-INT-RETENCIONES.
           WRITE REG-INFORMATIVA FROM WS-INF-TRAILER.

           MOVE WS-CERTIFICADOS     TO WS-CTC-CERTIFICADOS.
           MOVE WS-CERT-BAJAS       TO WS-CTC-BAJAS.
           MOVE WS-SIN-MAESTRO      TO WS-CTC-SIN-MAESTRO.
           MOVE WS-SIN-PERFIL       TO WS-CTC-SIN-PERFIL.
           MOVE WS-YTD-OTRO-ANO     TO WS-CTC-OTRO-ANO.
           MOVE WS-TOT-PERCEPCIONES TO WS-CIC-PERCEPCIONES.
           MOVE WS-TOT-RETENCIONES  TO WS-CIC-RETENCIONES.
           WRITE REG-CERTIFICADO FROM WS-CER-TITULO
               AFTER ADVANCING PAGE.
           WRITE REG-CERTIFICADO FROM WS-CER-TOTALES-CORRIDA
               AFTER ADVANCING 2 LINES.
           WRITE REG-CERTIFICADO FROM WS-CER-IMPORTES-CORRIDA
               AFTER ADVANCING 1 LINE.

           CLOSE ACUMULADO
           CLOSE EMPLEADOS-ORD
           CLOSE CERTIFICADOS
           CLOSE INFORMATIVA.
           IF WS-PERFIMP-ABIERTO
               CLOSE PERFIL-IMPUESTO
           END-IF.
       3000-EXIT.
           EXIT.
