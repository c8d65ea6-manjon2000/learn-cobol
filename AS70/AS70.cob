      *                FORZAR LA CORRIDA SOBRE UN PERIODO CERRADO.
      *                LAS CORRIDAS EN MODO PRUEBA NI CONSULTAN NI
      *                GRABAN EL CONTROL: NO COMPROMETEN EL MAESTRO.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: EN MODO REAL CADA AUMENTO
      *                APLICADO SE GRABA TAMBIEN EN UT-HISTMOV (SALARIO
      *                ANTES/DESPUES E IMPORTE DEL AUMENTO), PARA QUE
      *                AS90 LO ACUMULE EN EL HISTORICO POR EMPLEADO.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-RUNCTL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           05 RCT-TOTAL-SALARIO      PIC 9(09)V99.
           05 RCT-ESTADO             PIC X(01).

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
       01  WS-FS-PUESTOS             PIC X(02)    VALUE '00'.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

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

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
           PERFORM 1020-VERIFICAR-MAESTRO THRU 1020-EXIT.
           IF WS-MODO-REAL
               OPEN OUTPUT MAESTRO-NVO
               PERFORM 1030-ABRIR-HISTORICO THRU 1030-EXIT
           END-IF.
           OPEN OUTPUT REGISTRO.
           WRITE REG-REGISTRO FROM WS-REG-TITULO
       1020-EXIT.
           EXIT.

      *=================================================================
      *    1030-ABRIR-HISTORICO
      *    ABRE UT-HISTMOV EN EXTEND (SOLO MODO REAL).
      *=================================================================
       1030-ABRIR-HISTORICO.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS70: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1030-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *    LEE EL MODO DE CORRIDA DE UT-PARAMS: 'R' EN LA COLUMNA 1
               TO WS-TG-TOTAL-AUMENTO (WS-IND-GRADO).

           PERFORM 2400-IMPRIMIR-DETALLE THRU 2400-EXIT.
           IF WS-MODO-REAL
               PERFORM 2450-HISTORICO-AUMENTO THRU 2450-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2400-EXIT.
           EXIT.

      *=================================================================
      *    2450-HISTORICO-AUMENTO
      *    MOVIMIENTO DEL HISTORICO DEL AUMENTO APLICADO: SALARIO
      *    ANTERIOR Y NUEVO, Y EL IMPORTE DEL AUMENTO.
      *=================================================================
       2450-HISTORICO-AUMENTO.
           MOVE WS-NUMERO-EMP       TO WS-HMV-NUMERO-EMP.
           IF WS-AUMENTO-TOPADO
               MOVE "AUMENTO TOPADO"   TO WS-HMV-CONCEPTO
           ELSE
               MOVE "AUMENTO SALARIAL"     TO WS-HMV-CONCEPTO
           END-IF.
           MOVE WS-SALARIO-ANTERIOR TO WS-HMV-EDITADO.
           MOVE WS-HMV-EDITADO      TO WS-HMV-VALOR-ANTES.
           MOVE WS-SALARIO-NUEVO    TO WS-HMV-EDITADO.
           MOVE WS-HMV-EDITADO      TO WS-HMV-VALOR-DESPUES.
           MOVE WS-IMPORTE-AUMENTO  TO WS-HMV-IMPORTE.
           PERFORM 2460-GRABAR-HISTORICO THRU 2460-EXIT.
       2450-EXIT.
           EXIT.

      *=================================================================
      *    2460-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2460-GRABAR-HISTORICO.
           MOVE WS-FECHA-DELDIA   TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS70"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2460-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    CIERRA EL ULTIMO DEPARTAMENTO, IMPRIME EL RESUMEN POR
           CLOSE REGISTRO.
           IF WS-MODO-REAL
               CLOSE MAESTRO-NVO
               CLOSE HISTORICO-MOV
               PERFORM 3200-GRABAR-RUN-CONTROL THRU 3200-EXIT
           END-IF.
       3000-EXIT.
