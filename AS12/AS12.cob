      *                EMPLEADO, EMPLEADO QUE YA NO ESTA EN STATUS 3,
      *                Y STATUS 3 SIN REGISTRO DE LICENCIA), QUE HOY
      *                VIVEN EN UNA HOJA DE CALCULO DESALINEADA.
      * 10/15/26  LFC  UT-RETORNO PASA A 74 BYTES COMO UT-MANTTRX: LA
      *                FECHA EFECTIVA (COLUMNAS 67-74) VA EN CEROS, EL
      *                RETORNO SE APLICA EN LA CORRIDA DE AS10.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA RETORNO GENERADO SE
      *                GRABA TAMBIEN EN UT-HISTMOV ("FIN DE LICENCIA",
      *                CON EL TIPO Y LA FECHA DE INICIO, FECHADO EN LA
      *                FECHA DE RETORNO), PARA QUE AS90 LO ACUMULE EN
      *                EL HISTORICO POR EMPLEADO.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REPORTE          ASSIGN TO UT-REPLIC
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    TRANSACCIONES DE RETORNO: CAMBIO A STATUS 1 EN EL TRAZADO
      *    DE UT-MANTTRX (CODIGO 'C' EN LA COLUMNA 1, IMAGEN DEL
      *    REGISTRO DE EMPLEADOS A PARTIR DE LA COLUMNA 2, FECHA
      *    EFECTIVA EN LAS COLUMNAS 67-74), COMO EL UT-REENTRA DE AS35.
      *---------------------------------------------------------------
       FD  RETORNOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS REG-RETORNO.
       01  REG-RETORNO.
           05 RET-ACCION             PIC X(01).
           05 RET-EMPLEADO           PIC X(65).
           05 RET-FECHA-EFECTIVA     PIC 9(08).

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

       FD  REPORTE
           LABEL RECORDS ARE OMITTED

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
       01  WS-HMV-LICENCIA.
           05 FILLER                 PIC X(05)    VALUE "TIPO ".
           05 WS-HML-TIPO            PIC X(01).
           05 FILLER                 PIC X(07)    VALUE " DESDE ".
           05 WS-HML-INICIO          PIC 9(08).
           05 FILLER                 PIC X(09)    VALUE SPACES.

       01  WS-CONTADORES.
           05 WS-LIC-LEIDAS          PIC 9(05)    VALUE ZEROS.
           05 WS-EMP-LEIDOS          PIC 9(05)    VALUE ZEROS.
           OPEN INPUT  EMPLEADOS-ORD
           OPEN OUTPUT RETORNOS
           OPEN OUTPUT REPORTE.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS12: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-FECHA-DELDIA TO WS-RT-FECHA.
           WRITE REG-REPORTE FROM WS-REP-TITULO
           MOVE 1 TO WS-STATUS-EMP.
           MOVE 'C'             TO RET-ACCION.
           MOVE WS-EMP-RETENIDO TO RET-EMPLEADO.
           MOVE ZEROS           TO RET-FECHA-EFECTIVA.
           WRITE REG-RETORNO.
           ADD 1 TO WS-RETORNOS-GENERADOS.

           MOVE WS-LIC-NUMERO-EMP    TO WS-HMV-NUMERO-EMP.
           MOVE "FIN DE LICENCIA"    TO WS-HMV-CONCEPTO.
           MOVE WS-LIC-TIPO          TO WS-HML-TIPO.
           MOVE WS-LIC-FECHA-INICIO  TO WS-HML-INICIO.
           MOVE WS-HMV-LICENCIA      TO WS-HMV-VALOR-ANTES.
           MOVE "RETORNO A ACTIVO GENERADO" TO WS-HMV-VALOR-DESPUES.
           PERFORM 2250-GRABAR-HISTORICO THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

      *=================================================================
      *    2250-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2250-GRABAR-HISTORICO.
           MOVE WS-LIC-FECHA-RETORNO TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS12"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2250-EXIT.
           EXIT.

      *=================================================================
      *    2500-IMPRIMIR-DETALLE
      *    IMPRIME LA LINEA DE LA LLAVE EN CURSO CON EL RESULTADO YA
           CLOSE LICENCIAS
           CLOSE EMPLEADOS-ORD
           CLOSE RETORNOS
           CLOSE REPORTE
           CLOSE HISTORICO-MOV.
       3000-EXIT.
           EXIT.
