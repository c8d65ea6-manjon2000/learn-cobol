      *                ACCION 'C' EN LA COLUMNA 1, EL MISMO TRAZADO
      *                DE UT-MANTTRX, PARA PODER ALIMENTARLO A AS10
      *                SIN REFORMATEO.
      * 10/15/26  LFC  UT-REENTRA PASA A 74 BYTES COMO UT-MANTTRX: LA
      *                FECHA EFECTIVA (COLUMNAS 67-74) VA EN CEROS, LA
      *                CORRECCION SE APLICA EN LA CORRIDA DE AS10.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA CORRECCION ACEPTADA
      *                SE GRABA TAMBIEN EN UT-HISTMOV (LA EXCEPCION DEL
      *                SUSPENSO QUE CIERRA Y EL SALARIO CORREGIDO),
      *                PARA QUE AS90 LA ACUMULE EN EL HISTORICO POR
      *                EMPLEADO.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT CORRLOG          ASSIGN TO UT-CORRLOG
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECCIONES
      *---------------------------------------------------------------
      *    FICHERO DE REENTRADA: TRANSACCIONES DE CAMBIO LISTAS PARA
      *    UT-MANTTRX DE AS10 (CODIGO DE ACCION 'C' EN LA COLUMNA 1,
      *    IMAGEN DEL REGISTRO DE EMPLEADOS A PARTIR DE LA COLUMNA 2,
      *    FECHA EFECTIVA EN LAS COLUMNAS 67-74).
      *---------------------------------------------------------------
       FD  REENTRADA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS REG-REENTRADA.
       01  REG-REENTRADA.
           05 REE-ACCION             PIC X(01).
           05 REE-EMPLEADO           PIC X(65).
           05 REE-FECHA-EFECTIVA     PIC 9(08).

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

       FD  PUESTOS
           LABEL RECORDS ARE STANDARD
           05 WS-ENT-RESTO           PIC X(92).

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    MOVIMIENTO DEL HISTORICO DE CAMBIOS EN CURSO
      *---------------------------------------------------------------
       01  WS-FS-HISTMOV             PIC X(02)    VALUE '00'.
       01  WS-HORA-PROCESO           PIC 9(08)    VALUE ZEROS.
       01  WS-HMV-SECUENCIA          PIC 9(07)    VALUE ZEROS.
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
       01  WS-FS-PUESTOS             PIC X(02)    VALUE '00'.
       01  WS-FS-DEPARTO             PIC X(02)    VALUE '00'.
       01  WS-FS-CENCOS              PIC X(02)    VALUE '00'.
           OPEN OUTPUT SUSP-NVO
           OPEN OUTPUT REENTRADA
           OPEN OUTPUT CORRLOG.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS35: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1020-VERIFICAR-MAESTROS THRU 1020-EXIT.
           WRITE REG-CORRLOG FROM WS-LOG-TITULO
               BEFORE ADVANCING PAGE.

           MOVE 'C'              TO REE-ACCION.
           MOVE WS-REG-EMPLEADOS TO REE-EMPLEADO.
           MOVE ZEROS            TO REE-FECHA-EFECTIVA.
           WRITE REG-REENTRADA.
           ADD 1 TO WS-CORR-ACEPTADAS.
           MOVE 'C' TO WS-SUS-ESTADO.
           MOVE WS-FECHA-DELDIA TO WS-SUS-FECHA-ULTIMA.
           ADD 1 TO WS-SUSP-CERRADAS.
           PERFORM 2850-LOG-ACEPTADA THRU 2850-EXIT.
           PERFORM 2870-HISTORICO-CORRECCION THRU 2870-EXIT.

       2100-LEER.
           PERFORM 2060-LEER-CORRECCION THRU 2060-EXIT.
       2850-EXIT.
           EXIT.

      *=================================================================
      *    2870-HISTORICO-CORRECCION
      *    MOVIMIENTO DEL HISTORICO DE LA CORRECCION ACEPTADA: LA
      *    EXCEPCION DEL SUSPENSO QUE SE CIERRA, Y EL SALARIO DE LA
      *    IMAGEN CORREGIDA COMO IMPORTE.
      *=================================================================
       2870-HISTORICO-CORRECCION.
           MOVE WS-NUMERO-EMP        TO WS-HMV-NUMERO-EMP.
           MOVE "CORRECCION ACEPTADA" TO WS-HMV-CONCEPTO.
           MOVE WS-SUS-DESCRIPCION   TO WS-HMV-VALOR-ANTES.
           MOVE "REENTRADA AL MAESTRO VIA AS10" TO WS-HMV-VALOR-DESPUES.
           MOVE WS-SALARIO-EMP       TO WS-HMV-IMPORTE.
           PERFORM 2880-GRABAR-HISTORICO THRU 2880-EXIT.
       2870-EXIT.
           EXIT.

      *=================================================================
      *    2880-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2880-GRABAR-HISTORICO.
           MOVE WS-FECHA-DELDIA   TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS35"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2880-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    IMPRIME LOS TOTALES DE CONTROL Y CIERRA FICHEROS.
           CLOSE PUESTOS
           CLOSE DEPARTAMENTOS
           CLOSE CENTROS-COSTO
           CLOSE CORRLOG
           CLOSE HISTORICO-MOV.
       3000-EXIT.
           EXIT.
