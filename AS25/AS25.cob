      *                (UT-RETEXC) EN VEZ DE PERDERSE; NO SE REEMITEN.
      *                SUSTITUYE EL RETECLEO MANUAL DE LOS PAGOS
      *                DEVUELTOS POR EL BANCO.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA RETORNO REEMITIDO
      *                GRABA UN MOVIMIENTO 'PAGO DEVUELTO' EN
      *                UT-HISTMOV CON LA FECHA DEL RETORNO, LA RAZON
      *                DEL BANCO Y EL IMPORTE. AS90 LO ACUMULA.
      * 10/15/26  LFC  UT-REEMISA SE ABRE EN EXTEND (DISP=MOD): LA
      *                COLA SE ACUMULA HASTA QUE AS80 LA TRANSMITE Y
      *                EL JOB DE TRANSMISION LA VACIA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REEMISION        ASSIGN TO UT-REEMISA
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-REEMISA.

           SELECT REPORTE          ASSIGN TO UT-REPRET
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPCIONES      ASSIGN TO UT-RETEXC
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMINA-ACH
           DATA RECORD IS REG-EXCEPCION.
       01  REG-EXCEPCION             PIC X(132).

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
      *---------------------------------------------------------------
      *    IMAGEN DEL REGISTRO DEL EXTRACTO ACH (46 BYTES), MISMO
           05 WS-RET-FECHA           PIC 9(08).

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.
       01  WS-FS-REEMISA             PIC X(02)    VALUE '00'.

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
       01  WS-HMV-RAZON.
           05 WS-HMR-CODIGO          PIC X(03)    VALUE SPACES.
           05 FILLER                 PIC X(01)    VALUE SPACE.
           05 WS-HMR-DESCRIPCION     PIC X(26)    VALUE SPACES.

       01  WS-CONTADORES.
           05 WS-ACH-LEIDOS          PIC 9(05)    VALUE ZEROS.
           PERFORM 1020-ORDENAR-RETORNOS THRU 1020-EXIT.
           OPEN INPUT  ACH-ORD
           OPEN INPUT  RETORNOS-ORD
           OPEN OUTPUT REPORTE
           OPEN OUTPUT EXCEPCIONES.
           OPEN EXTEND REEMISION.
           IF WS-FS-REEMISA NOT EQUAL "00"
               DISPLAY "AS25: ERROR AL ABRIR UT-REEMISA, FILE STATUS = "
                       WS-FS-REEMISA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS25: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-DELDIA TO WS-RT-FECHA.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               BEFORE ADVANCING PAGE.
           MOVE WS-RET-FECHA        TO WS-RD-FECHA.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.
           PERFORM 2350-HISTORICO-RETORNO THRU 2350-EXIT.
       2300-EXIT.
           EXIT.

      *=================================================================
      *    2350-HISTORICO-RETORNO
      *    MOVIMIENTO DEL HISTORICO POR EL PAGO DEVUELTO: FECHA DEL
      *    RETORNO, RAZON DEL BANCO E IMPORTE DEVUELTO, QUE QUEDA EN
      *    LA COLA DE REEMISION.
      *=================================================================
       2350-HISTORICO-RETORNO.
           MOVE WS-ACH-NUMERO-EMP    TO WS-HMV-NUMERO-EMP.
           MOVE "PAGO DEVUELTO"      TO WS-HMV-CONCEPTO.
           MOVE WS-RET-CODIGO-RAZON  TO WS-HMR-CODIGO.
           MOVE WS-DESCRIPCION-RAZON TO WS-HMR-DESCRIPCION.
           MOVE WS-HMV-RAZON         TO WS-HMV-VALOR-ANTES.
           MOVE "EN COLA DE REEMISION" TO WS-HMV-VALOR-DESPUES.
           MOVE WS-RET-IMPORTE       TO WS-HMV-IMPORTE.
           PERFORM 2360-GRABAR-HISTORICO THRU 2360-EXIT.
       2350-EXIT.
           EXIT.

      *=================================================================
      *    2360-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2360-GRABAR-HISTORICO.
           MOVE WS-RET-FECHA      TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS25"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2360-EXIT.
           EXIT.

      *=================================================================
      *    2700-DESCRIBIR-RAZON
      *    TRADUCE EL CODIGO DE RAZON DEL BANCO A SU DESCRIPCION. UN
           CLOSE RETORNOS-ORD
           CLOSE REEMISION
           CLOSE REPORTE
           CLOSE EXCEPCIONES
           CLOSE HISTORICO-MOV.
       3000-EXIT.
           EXIT.
