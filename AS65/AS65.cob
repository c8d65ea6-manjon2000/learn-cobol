      *                BAJAS (UT-REPFINI) PARA LA FIRMA DE RRHH.
      *                SUSTITUYE LOS CHEQUES FINALES CALCULADOS EN
      *                CALCULADORA Y TECLEADOS AL BANCO SIN PISTA.
      * 10/15/26  LFC  GRABA TAMBIEN EL DETALLE DEL PAGO FINAL EN EL
      *                TRAZADO DE UT-TALONDET DE AS20 (UT-TALFIN: 'B'
      *                BRUTO FINAL, 'D' POR CADA DEDUCCION APLICADA
      *                CON MARCA 'R' SI SE RECORTO, 'N' NETO), QUE
      *                AS21 LEE CON EL DETALLE DEL CICLO PARA QUE EL
      *                PAGO FINAL ENTRE EN EL ACUMULADO ANUAL Y EN EL
      *                CERTIFICADO ANUAL DE AS85.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA PAGO FINAL GRABA UN
      *                MOVIMIENTO 'PAGO FINAL' EN UT-HISTMOV CON LA
      *                FECHA DE BAJA, EL BRUTO FINAL, LO DEDUCIDO Y EL
      *                NETO COMO IMPORTE. AS90 LO ACUMULA.
      * 10/15/26  LFC  UT-TALFIN SE ABRE EN EXTEND (DISP=MOD) PARA NO
      *                PISAR LOS PAGOS FINALES DE OTRAS CORRIDAS DEL
      *                CICLO, Y SE VERIFICA SU FILE STATUS.
      * 10/15/26  LFC  UT-ACHFIN TAMBIEN SE ABRE EN EXTEND (DISP=MOD):
      *                LOS PAGOS FINALES SE ACUMULAN HASTA QUE AS80
      *                LOS TRANSMITE Y EL JOB DE TRANSMISION LOS VACIA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                    FILE STATUS IS WS-FS-DEDMAST.

           SELECT ACH-FINAL        ASSIGN TO UT-ACHFIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-ACHFIN.

           SELECT REPORTE          ASSIGN TO UT-REPFINI
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT TALON-FINIQUITO  ASSIGN TO UT-TALFIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-TALFIN.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE               PIC X(132).

      *---------------------------------------------------------------
      *    DETALLE DEL PAGO FINAL, MISMO TRAZADO DE 68 BYTES QUE EL
      *    UT-TALONDET DE AS20, PARA EL ACUMULADO ANUAL DE AS21.
      *---------------------------------------------------------------
       FD  TALON-FINIQUITO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS REG-TALON-DET.
       01  REG-TALON-DET.
           05 TDE-TIPO               PIC X(01).
           05 TDE-NUMERO-EMP         PIC 9(05).
           05 TDE-NOMBRE-EMP         PIC X(30).
           05 TDE-CODIGO             PIC 9(02).
           05 TDE-DESCRIPCION        PIC X(20).
           05 TDE-IMPORTE            PIC 9(07)V99.
           05 TDE-MARCA              PIC X(01).

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
       01  WS-FS-VACACS              PIC X(02)    VALUE '00'.
       01  WS-FS-DEDMAST             PIC X(02)    VALUE '00'.
       01  WS-FS-TALFIN              PIC X(02)    VALUE '00'.
       01  WS-FS-ACHFIN              PIC X(02)    VALUE '00'.

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

      *---------------------------------------------------------------
      *    TARJETA DE BAJA EN CURSO
       77  WS-IND-DED2               PIC 9(03) COMP.
       01  WS-DED-INTERCAMBIO        PIC X(43)    VALUE SPACES.

      *---------------------------------------------------------------
      *    IMPORTE APLICADO DE CADA DEDUCCION EN EL PAGO EN CURSO Y
      *    SU MARCA DE RECORTE, EN PARALELO A WS-TABLA-DEDUCCIONES,
      *    PARA GRABAR EL DETALLE DESPUES DEL BRUTO.
      *---------------------------------------------------------------
       01  WS-TABLA-APLICADAS.
           05 WS-DA-ENTRADA          OCCURS 50 TIMES.
              10 WS-DA-IMPORTE       PIC 9(07)V99.
              10 WS-DA-MARCA         PIC X(01).

      *---------------------------------------------------------------
      *    CALCULO DEL PAGO FINAL
      *---------------------------------------------------------------

           OPEN INPUT  BAJAS-ORD
           OPEN INPUT  EMPLEADOS-ORD
           OPEN OUTPUT REPORTE.
           OPEN EXTEND ACH-FINAL.
           IF WS-FS-ACHFIN NOT EQUAL "00"
               DISPLAY "AS65: ERROR AL ABRIR UT-ACHFIN, FILE STATUS = "
                       WS-FS-ACHFIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TALON-FINIQUITO.
           IF WS-FS-TALFIN NOT EQUAL "00"
               DISPLAY "AS65: ERROR AL ABRIR UT-TALFIN, FILE STATUS = "
                       WS-FS-TALFIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS65: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VACACIONES.
           IF WS-FS-VACACS EQUAL "00"
               MOVE WS-TD-IMPORTE (WS-IND-DED) TO WS-IMPORTE-DED
           END-IF.

           MOVE SPACES TO WS-DA-MARCA (WS-IND-DED).
           IF WS-IMPORTE-DED IS GREATER THAN WS-NETO-FINAL
               MOVE WS-NETO-FINAL TO WS-IMPORTE-DED
               MOVE 'R' TO WS-DA-MARCA (WS-IND-DED)
           END-IF.

           MOVE WS-IMPORTE-DED TO WS-DA-IMPORTE (WS-IND-DED).
           IF WS-IMPORTE-DED IS GREATER THAN ZERO
               SUBTRACT WS-IMPORTE-DED FROM WS-NETO-FINAL
               ADD WS-IMPORTE-DED TO WS-TOTAL-DEDUCIDO
           END-IF.
           WRITE REG-REPORTE FROM WS-REP-DETALLE
               AFTER ADVANCING 1 LINE.

           PERFORM 2600-GRABAR-DETALLE-TALON THRU 2600-EXIT.
           PERFORM 2550-HISTORICO-FINAL THRU 2550-EXIT.
       2500-EXIT.
           EXIT.

      *=================================================================
      *    2550-HISTORICO-FINAL
      *    MOVIMIENTO DEL HISTORICO POR EL PAGO FINAL, FECHADO EN LA
      *    BAJA: BRUTO FINAL (PRORRATEO MAS VACACIONES), LO DEDUCIDO
      *    Y EL NETO A UT-ACHFIN COMO IMPORTE.
      *=================================================================
       2550-HISTORICO-FINAL.
           MOVE WS-NUMERO-EMP      TO WS-HMV-NUMERO-EMP.
           MOVE "PAGO FINAL"       TO WS-HMV-CONCEPTO.
           MOVE WS-BRUTO-FINAL     TO WS-HMV-EDITADO.
           MOVE "BRUTO "           TO WS-HMV-VALOR-ANTES.
           MOVE WS-HMV-EDITADO     TO WS-HMV-VALOR-ANTES (7:12).
           MOVE WS-TOTAL-DEDUCIDO  TO WS-HMV-EDITADO.
           MOVE "DEDUCIDO "        TO WS-HMV-VALOR-DESPUES.
           MOVE WS-HMV-EDITADO     TO WS-HMV-VALOR-DESPUES (10:12).
           MOVE WS-NETO-FINAL      TO WS-HMV-IMPORTE.
           PERFORM 2560-GRABAR-HISTORICO THRU 2560-EXIT.
       2550-EXIT.
           EXIT.

      *=================================================================
      *    2560-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2560-GRABAR-HISTORICO.
           MOVE WS-BAJ-FECHA-BAJA TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS65"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2560-EXIT.
           EXIT.

      *=================================================================
      *    2600-GRABAR-DETALLE-TALON
      *    GRABA EL PAGO FINAL EN UT-TALFIN CON LA MISMA SECUENCIA
      *    QUE AS20 EN UT-TALONDET: BRUTO, DEDUCCIONES APLICADAS EN
      *    ORDEN DE PRIORIDAD Y NETO.
      *=================================================================
       2600-GRABAR-DETALLE-TALON.
           MOVE 'B'             TO TDE-TIPO.
           MOVE WS-NUMERO-EMP   TO TDE-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP   TO TDE-NOMBRE-EMP.
           MOVE ZEROS           TO TDE-CODIGO.
           MOVE "BRUTO FINIQUITO" TO TDE-DESCRIPCION.
           MOVE WS-BRUTO-FINAL  TO TDE-IMPORTE.
           MOVE SPACES          TO TDE-MARCA.
           WRITE REG-TALON-DET.

           PERFORM 2650-GRABAR-DEDUCCION-TALON THRU 2650-EXIT
               VARYING WS-IND-DED FROM 1 BY 1
               UNTIL WS-IND-DED IS GREATER THAN WS-DED-USADAS.

           MOVE 'N'             TO TDE-TIPO.
           MOVE WS-NUMERO-EMP   TO TDE-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP   TO TDE-NOMBRE-EMP.
           MOVE ZEROS           TO TDE-CODIGO.
           MOVE "NETO FINIQUITO" TO TDE-DESCRIPCION.
           MOVE WS-NETO-FINAL   TO TDE-IMPORTE.
           MOVE SPACES          TO TDE-MARCA.
           WRITE REG-TALON-DET.
       2600-EXIT.
           EXIT.

       2650-GRABAR-DEDUCCION-TALON.
           IF WS-DA-IMPORTE (WS-IND-DED) NOT GREATER THAN ZERO
               GO TO 2650-EXIT
           END-IF.
           MOVE 'D'                            TO TDE-TIPO.
           MOVE WS-NUMERO-EMP                  TO TDE-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP                  TO TDE-NOMBRE-EMP.
           MOVE WS-TD-CODIGO (WS-IND-DED)      TO TDE-CODIGO.
           MOVE WS-TD-DESCRIPCION (WS-IND-DED) TO TDE-DESCRIPCION.
           MOVE WS-DA-IMPORTE (WS-IND-DED)     TO TDE-IMPORTE.
           MOVE WS-DA-MARCA (WS-IND-DED)       TO TDE-MARCA.
           WRITE REG-TALON-DET.
       2650-EXIT.
           EXIT.

      *=================================================================
      *    2800-ESCRIBIR-EXCEPCION
      *    DEJA LA BAJA QUE NO SE PUDO PAGAR EN EL REGISTRO CON SU
           CLOSE BAJAS-ORD
           CLOSE EMPLEADOS-ORD
           CLOSE ACH-FINAL
           CLOSE REPORTE
           CLOSE TALON-FINIQUITO
           CLOSE HISTORICO-MOV.
           IF WS-VACACS-ABIERTO
               CLOSE VACACS-ORD
           END-IF.
