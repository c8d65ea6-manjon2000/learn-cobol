      *                LA TRANSACCION SE ABRE A CAMPOS (MISMO TRAZADO
      *                DE 65 BYTES DE AS20) PARA LEER STATUS, DEPTO Y
      *                PUESTO.
      * 10/15/26  LFC  TRANSACCIONES CON FECHA EFECTIVA: UT-MANTTRX
      *                PASA A 74 BYTES CON LA FECHA EFECTIVA AAAAMMDD
      *                EN LAS COLUMNAS 67-74 (EN BLANCO O CEROS, O YA
      *                VENCIDA, SE APLICA EN LA CORRIDA COMO ANTES).
      *                UNA TRANSACCION CON FECHA FUTURA NO SE APLICA:
      *                QUEDA EN EL FICHERO DE PENDIENTES (UT-PENDNEW,
      *                GDG; LA GENERACION ANTERIOR ENTRA POR
      *                UT-PENDANT) CON SU LINEA DE CONFIRMACION
      *                "DIFERIDA" EN LA AUDITORIA. CADA CORRIDA LIBERA
      *                PRIMERO LAS PENDIENTES YA VENCIDAS, POR FECHA
      *                EFECTIVA, DELANTE DE LAS TRANSACCIONES DEL DIA
      *                DEL MISMO EMPLEADO, Y PASAN POR LAS MISMAS
      *                VALIDACIONES Y LA MISMA AUDITORIA. LA ACCION 'X'
      *                ANULA LAS PENDIENTES DEL EMPLEADO CON LA FECHA
      *                EFECTIVA DADA (RAZON 09 SI NO HAY NINGUNA); UNA
      *                FECHA EFECTIVA INVALIDA SE RECHAZA (RAZON 08).
      *                LA FECHA DE PROCESO ES LA DEL DIA, O LA DE
      *                UT-PARAMS (AAAAMMDD EN LAS COLUMNAS 1-8). EL
      *                REPORTE UT-REPPEND LISTA LAS PENDIENTES QUE
      *                QUEDAN, POR EMPLEADO Y FECHA EFECTIVA.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA ALTA, BAJA Y CAMPO
      *                MODIFICADO POR UN CAMBIO SE GRABA ADEMAS EN
      *                UT-HISTMOV (128 BYTES, OPEN EXTEND, DISP=MOD),
      *                CON SU VALOR ANTES/DESPUES, PARA QUE AS90 LO
      *                ACUMULE EN EL HISTORICO POR EMPLEADO. LA FECHA
      *                ES LA EFECTIVA DE LA TRANSACCION SI LA TRAE, Y
      *                SI NO LA DE PROCESO.
      * 10/15/26  LFC  CUADRE DE TRANSACCIONES EN LA AUDITORIA: SE
      *                CUENTA CADA REGISTRO DE UT-MANTTRX AL LEERLO
      *                (LOS RECHAZADOS ANTES DEL SORT TAMBIEN) Y LAS
      *                ANULACIONES APLICADAS, Y 3000-FINALIZAR IMPRIME
      *                ENTRADA + PENDIENTES LIBERADAS CONTRA ALTAS +
      *                CAMBIOS + BAJAS + RECHAZADAS + DIFERIDAS +
      *                ANULACIONES, COMO EL CUADRE DEL MAESTRO.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT AUDITORIA        ASSIGN TO UT-AUDITRG
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS       ASSIGN TO UT-PARAMS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PARAMETROS.

           SELECT PEND-ANT         ASSIGN TO UT-PENDANT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PENDANT.

           SELECT PEND-TRABAJO     ASSIGN TO UT-PENDTMP
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-PEND        ASSIGN TO SORTWK03.

           SELECT PEND-NVO         ASSIGN TO UT-PENDNEW
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-PEND     ASSIGN TO UT-REPPEND
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

           SELECT PLAZAS           ASSIGN TO UT-PLAZAS
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM

       FD  TRANSACCIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TRANSACCION.
       01  REG-TRANSACCION           PIC X(74).

      *---------------------------------------------------------------
      *    SD DE TRABAJO PARA ORDENAR LAS TRANSACCIONES POR NUMERO DE
      *    EMPLEADO. DENTRO DE UN MISMO EMPLEADO SE CONSERVA EL ORDEN
      *    DE LLEGADA (SORT ESTABLE CON LLAVE UNICA DE EMPLEADO NO
      *    GARANTIZADO; SE AGREGA EL NUMERO DE SECUENCIA DE ENTRADA
      *    COMO LLAVE SECUNDARIA VIA RELEASE). LAS PENDIENTES LIBERADAS
      *    (ORIGEN '1') VAN DELANTE DE LAS DEL DIA (ORIGEN '2'), EN
      *    ORDEN DE FECHA EFECTIVA.
      *---------------------------------------------------------------
       SD  SORT-TRANS
           DATA RECORD IS REG-SORT-TRANS.
       01  REG-SORT-TRANS.
           05 SRT-SECUENCIA          PIC 9(07).
           05 SRT-ORIGEN             PIC X(01).
           05 SRT-FECHA-ORDEN        PIC 9(08).
           05 SRT-TRANSACCION.
              10 SRT-ACCION          PIC X(01).
              10 SRT-NUMERO-EMP      PIC 9(05).
              10 FILLER              PIC X(68).

       FD  TRANS-ORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TRANS-ORD.
       01  REG-TRANS-ORD             PIC X(90).

       FD  MAESTRO-NVO
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA             PIC X(132).

      *---------------------------------------------------------------
      *    TARJETA OPCIONAL: FECHA DE PROCESO AAAAMMDD EN LAS COLUMNAS
      *    1-8. EN DUMMY SE USA LA FECHA DEL DIA.
      *---------------------------------------------------------------
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-FECHA-PROCESO     PIC 9(08).

      *---------------------------------------------------------------
      *    FICHERO DE TRANSACCIONES PENDIENTES (82 BYTES): LA
      *    TRANSACCION DE 74 BYTES TAL COMO LLEGO MAS LA FECHA EN QUE
      *    QUEDO DIFERIDA. UT-PENDTMP RECOGE LAS QUE SIGUEN EN ESPERA
      *    Y LAS NUEVAS; SE ORDENA POR EMPLEADO Y FECHA EFECTIVA
      *    SOBRE UT-PENDNEW, QUE ES LA ENTRADA DE LA CORRIDA SIGUIENTE.
      *---------------------------------------------------------------
       FD  PEND-ANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PEND-ANT.
       01  REG-PEND-ANT.
           05 PNA-TRANSACCION        PIC X(74).
           05 PNA-FECHA-REGISTRO     PIC 9(08).

       FD  PEND-TRABAJO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PEND-TRABAJO.
       01  REG-PEND-TRABAJO.
           05 PNT-TRANSACCION        PIC X(74).
           05 PNT-FECHA-REGISTRO     PIC 9(08).

       SD  SORT-PEND
           DATA RECORD IS REG-SORT-PEND.
       01  REG-SORT-PEND.
           05 SPN-ACCION             PIC X(01).
           05 SPN-NUMERO-EMP         PIC 9(05).
           05 FILLER                 PIC X(60).
           05 SPN-FECHA-EFECTIVA     PIC 9(08).
           05 SPN-FECHA-REGISTRO     PIC 9(08).

       FD  PEND-NVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PEND-NVO.
       01  REG-PEND-NVO.
           05 PNN-TRANSACCION        PIC X(74).
           05 PNN-FECHA-REGISTRO     PIC 9(08).

       FD  REPORTE-PEND
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REPORTE-PEND.
       01  REG-REPORTE-PEND          PIC X(132).

      *---------------------------------------------------------------
      *    MOVIMIENTO DEL HISTORICO DE CAMBIOS (128 BYTES): EMPLEADO,
      *    FECHA, HORA DE LA CORRIDA, PROGRAMA, SECUENCIA, CAMPO O
      *    EVENTO, VALOR ANTES, VALOR DESPUES E IMPORTE. EL MISMO
      *    TRAZADO LO GRABAN TODOS LOS PROGRAMAS QUE MODIFICAN O
      *    PAGAN A UN EMPLEADO; AS90 LO ACUMULA.
      *---------------------------------------------------------------
       FD  HISTORICO-MOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTMOV.
       01  REG-HISTMOV               PIC X(128).

      *---------------------------------------------------------------
      *    MAESTRO DE PLAZAS AUTORIZADAS: PLANTILLA PRESUPUESTADA
      *    POR DEPARTAMENTO Y PUESTO. AS55 LO COMPARA CONTRA LOS

      *---------------------------------------------------------------
      *    TRANSACCION EN CURSO: CODIGO DE ACCION MAS LA IMAGEN DEL
      *    REGISTRO DE EMPLEADOS Y LA FECHA EFECTIVA. EN UNA BAJA SOLO
      *    IMPORTA LA LLAVE; EN UNA ANULACION ('X'), LA LLAVE Y LA
      *    FECHA EFECTIVA DE LAS PENDIENTES A ANULAR.
      *---------------------------------------------------------------
       01  WS-TRANS-ACTUAL.
           05 WS-SECUENCIA-TRX       PIC 9(07).
           05 WS-TRX-ORIGEN          PIC X(01).
              88 WS-TRX-LIBERADA                VALUE '1'.
              88 WS-TRX-DEL-DIA                 VALUE '2'.
           05 WS-TRX-FECHA-ORDEN     PIC 9(08).
           05 WS-TRX-REGISTRO.
              10 WS-TRX-ACCION       PIC X(01).
                 88 WS-TRX-ALTA                 VALUE 'A'.
                 88 WS-TRX-CAMBIO               VALUE 'C'.
                 88 WS-TRX-BAJA                 VALUE 'B'.
                 88 WS-TRX-ANULACION            VALUE 'X'.
                 88 WS-TRX-ACCION-VALIDA        VALUES 'A' 'C' 'B'.
              10 WS-TRX-EMPLEADO.
                 15 WS-TRX-NUMERO-EMP   PIC 9(05).
                 15 WS-TRX-NOMBRE-EMP   PIC X(30).
                 15 WS-TRX-STATUS-EMP   PIC 9(01).
                 15 WS-TRX-DEPTO-EMP    PIC 9(03).
                 15 WS-TRX-PUESTO-EMP   PIC 9(02).
                 15 WS-TRX-SALARIO-EMP  PIC 9(07)V99.
                 15 WS-TRX-FECHA-ING    PIC 9(08).
                 15 WS-TRX-GRADO-SAL    PIC 9(02).
                 15 WS-TRX-CENTRO-COSTO PIC 9(05).
              10 WS-TRX-FECHA-EFECTIVA  PIC X(08).
              10 WS-TRX-FECHA-EFEC-R REDEFINES WS-TRX-FECHA-EFECTIVA.
                 15 WS-TRX-FEC-EFEC-NUM PIC 9(08).
              10 WS-TRX-FECHA-EFEC-P REDEFINES WS-TRX-FECHA-EFECTIVA.
                 15 WS-TRX-ANO-EFEC     PIC 9(04).
                 15 WS-TRX-MES-EFEC     PIC 9(02).
                 15 WS-TRX-DIA-EFEC     PIC 9(02).

      *---------------------------------------------------------------
      *    FECHA DE PROCESO, FICHEROS DE PENDIENTES Y TABLA DE
      *    ANULACIONES DEL DIA (EMPLEADO + FECHA EFECTIVA). UNA
      *    ANULACION QUE NO ENCUENTRA PENDIENTE SE RECHAZA AL FINAL
      *    DE LA LIBERACION.
      *---------------------------------------------------------------
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.
       01  WS-FS-PENDANT             PIC X(02)    VALUE '00'.
       01  WS-FECHA-PROCESO          PIC 9(08)    VALUE ZEROS.
       01  WS-SW-FIN-PENDIENTES      PIC X(01)    VALUE 'N'.
           88 WS-FIN-PENDIENTES                 VALUE 'S'.
       01  WS-PENDIENTE-LEIDA.
           05 WS-PNL-TRANSACCION     PIC X(74).
           05 WS-PNL-FECHA-REGISTRO  PIC 9(08).
       01  WS-TABLA-ANULACIONES.
           05 WS-ANU-USADAS          PIC 9(03) COMP VALUE ZERO.
           05 WS-ANU-ENTRADA         OCCURS 200 TIMES.
              10 WS-TAN-NUMERO-EMP   PIC 9(05).
              10 WS-TAN-FECHA        PIC 9(08).
              10 WS-TAN-APLICADAS    PIC 9(03).
              10 WS-TAN-LEIDAS       PIC 9(03).
       77  WS-IND-ANU                PIC 9(03) COMP.
       77  WS-IND-ANU-HALLADO        PIC 9(03) COMP.

       01  WS-CONTADORES.
           05 WS-TRX-LEIDAS          PIC 9(05)    VALUE ZEROS.
           05 WS-MAESTRO-LEIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-MAESTRO-GRABADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-SECUENCIA-ENTRADA   PIC 9(07)    VALUE ZEROS.
           05 WS-PEND-LIBERADAS      PIC 9(05)    VALUE ZEROS.
           05 WS-PEND-DIFERIDAS      PIC 9(05)    VALUE ZEROS.
           05 WS-PEND-ANULADAS       PIC 9(05)    VALUE ZEROS.
           05 WS-PEND-EN-ESPERA      PIC 9(05)    VALUE ZEROS.
           05 WS-TRX-ENTRADA         PIC 9(05)    VALUE ZEROS.
           05 WS-TRX-ANULACIONES     PIC 9(05)    VALUE ZEROS.
           05 WS-TRX-TOTAL-ENTRADA   PIC 9(06)    VALUE ZEROS.
           05 WS-TRX-TOTAL-SALIDA    PIC 9(06)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    LLAVES DE APAREO. EN FIN DE FICHERO LA LLAVE SE CARGA CON
           88 WS-RAZON-LLAVE                    VALUE 05.
           88 WS-RAZON-PLAZA-EXCEDIDA           VALUE 06.
           88 WS-RAZON-PLAZA-NO-AUT             VALUE 07.
           88 WS-RAZON-FECHA-EFECTIVA           VALUE 08.
           88 WS-RAZON-ANULA-SIN-PEND           VALUE 09.

      *---------------------------------------------------------------
      *    CONTROL DE PLAZAS AUTORIZADAS: MAESTRO UT-PLAZAS MAS LA
           05 FILLER                 PIC X(14)
                                      VALUE "  RECHAZADAS: ".
           05 WS-ATT-RECHAZADAS      PIC ZZZZ9.
           05 FILLER                 PIC X(15)
                                      VALUE "  ANULACIONES: ".
           05 WS-ATT-ANULACIONES     PIC ZZZZ9.
           05 FILLER                 PIC X(24)    VALUE SPACES.

      *---------------------------------------------------------------
      *    CUADRE DE TRANSACCIONES: LO QUE ENTRA (UT-MANTTRX MAS LAS
      *    PENDIENTES LIBERADAS) CONTRA LO QUE SALE (ALTAS, CAMBIOS,
      *    BAJAS, RECHAZADAS, DIFERIDAS Y ANULACIONES APLICADAS).
      *---------------------------------------------------------------
       01  WS-AUD-CUADRE-TRX.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(20)
                                      VALUE "UT-MANTTRX LEIDAS: ".
           05 WS-ACT-ENTRADA         PIC ZZZZ9.
           05 FILLER                 PIC X(13)    VALUE "  LIBERADAS: ".
           05 WS-ACT-LIBERADAS       PIC ZZZZ9.
           05 FILLER                 PIC X(11)    VALUE "  ENTRAN: ".
           05 WS-ACT-TOTAL-ENTRADA   PIC ZZZZZ9.
           05 FILLER                 PIC X(10)    VALUE "  SALEN: ".
           05 WS-ACT-TOTAL-SALIDA    PIC ZZZZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ACT-ESTADO          PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(33)    VALUE SPACES.

       01  WS-AUD-TOTALES-MAE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ATM-ESTADO          PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(70)    VALUE SPACES.

       01  WS-AUD-TOTALES-PEND.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(22)
                                      VALUE "PENDIENTES LIBERADAS: ".
           05 WS-ATP-LIBERADAS       PIC ZZZZ9.
           05 FILLER                 PIC X(13)    VALUE "  DIFERIDAS: ".
           05 WS-ATP-DIFERIDAS       PIC ZZZZ9.
           05 FILLER                 PIC X(12)    VALUE "  ANULADAS: ".
           05 WS-ATP-ANULADAS        PIC ZZZZ9.
           05 FILLER                 PIC X(14)
                                      VALUE "  EN ESPERA: ".
           05 WS-ATP-EN-ESPERA       PIC ZZZZ9.
           05 FILLER                 PIC X(18)
                                      VALUE "  FECHA PROCESO: ".
           05 WS-ATP-FECHA           PIC 9(08).
           05 FILLER                 PIC X(24)    VALUE SPACES.

      *---------------------------------------------------------------
      *    RAZON CON FECHA EFECTIVA PARA LAS LINEAS DE AUDITORIA DE
      *    LAS TRANSACCIONES DIFERIDAS, LIBERADAS Y ANULADAS.
      *---------------------------------------------------------------
       01  WS-RAZON-CON-FECHA.
           05 WS-RCF-TEXTO           PIC X(30).
           05 WS-RCF-FECHA           PIC 9(08).
           05 FILLER                 PIC X(02)    VALUE SPACES.

       01  WS-SW-FECHA-EFEC          PIC X(01)    VALUE SPACES.
           88 WS-EFEC-INMEDIATA                 VALUE 'I'.
           88 WS-EFEC-FUTURA                    VALUE 'F'.
           88 WS-EFEC-INVALIDA                  VALUE 'X'.

      *---------------------------------------------------------------
      *    LINEAS DEL REPORTE DE TRANSACCIONES PENDIENTES (UT-REPPEND)
      *---------------------------------------------------------------
       01  WS-RP-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(50)    VALUE
              "TRANSACCIONES PENDIENTES DE MANTENIMIENTO AL      ".
           05 WS-RPT-FECHA           PIC 9(08).
           05 FILLER                 PIC X(54)    VALUE SPACES.

       01  WS-RP-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(10)    VALUE "EMPLEADO".
           05 FILLER                 PIC X(32)    VALUE "NOMBRE".
           05 FILLER                 PIC X(09)    VALUE "ACCION".
           05 FILLER                 PIC X(10)    VALUE "EFECTIVA".
           05 FILLER                 PIC X(10)    VALUE "DIFERIDA".
           05 FILLER                 PIC X(07)    VALUE "DEPTO".
           05 FILLER                 PIC X(08)    VALUE "PUESTO".
           05 FILLER                 PIC X(16)    VALUE
              "       SALARIO".
           05 FILLER                 PIC X(07)    VALUE "CC".
           05 FILLER                 PIC X(22)    VALUE SPACES.

       01  WS-RP-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RPD-EMPLEADO        PIC X(05).
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 WS-RPD-NOMBRE          PIC X(30).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RPD-ACCION          PIC X(07).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RPD-EFECTIVA        PIC 9(08).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RPD-DIFERIDA        PIC 9(08).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RPD-IMAGEN.
              10 WS-RPD-DEPTO        PIC 9(03).
              10 FILLER              PIC X(04)    VALUE SPACES.
              10 WS-RPD-PUESTO       PIC 9(02).
              10 FILLER              PIC X(04)    VALUE SPACES.
              10 WS-RPD-SALARIO      PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER              PIC X(04)    VALUE SPACES.
              10 WS-RPD-CENTRO       PIC 9(05).
           05 FILLER                 PIC X(24)    VALUE SPACES.

       01  WS-RP-TOTALES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(26)    VALUE
              "TRANSACCIONES PENDIENTES: ".
           05 WS-RPT-PENDIENTES      PIC ZZZZ9.
           05 FILLER                 PIC X(100)   VALUE SPACES.

       01  WS-RP-SIN-PENDIENTES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(40)    VALUE
              "NO HAY TRANSACCIONES PENDIENTES".
           05 FILLER                 PIC X(91)    VALUE SPACES.

       01  WS-RP-EMP-ANTERIOR        PIC 9(05)    VALUE ZEROS.
       01  WS-RP-IMPRESAS            PIC 9(05)    VALUE ZEROS.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

      *---------------------------------------------------------------
      *    MOVIMIENTO DEL HISTORICO DE CAMBIOS EN CURSO
      *---------------------------------------------------------------
       01  WS-FS-HISTMOV             PIC X(02)    VALUE '00'.
       01  WS-HORA-PROCESO           PIC 9(08)    VALUE ZEROS.
       01  WS-HMV-SECUENCIA          PIC 9(07)    VALUE ZEROS.
       01  WS-HMV-EDITADO            PIC Z,ZZZ,ZZ9.99.
       01  WS-HMV-STATUS             PIC X(01).
       01  WS-HMV-STATUS-TEXTO.
           05 WS-HST-CODIGO          PIC X(01).
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-HST-DESCRIPCION     PIC X(28).
       01  WS-MOV-HISTORICO.
           05 WS-HMV-NUMERO-EMP      PIC 9(05).
           05 WS-HMV-FECHA           PIC 9(08).
           05 WS-HMV-HORA            PIC 9(08).
           05 WS-HMV-PROGRAMA        PIC X(04).
           05 WS-HMV-SEC             PIC 9(07).
           05 WS-HMV-CONCEPTO        PIC X(20)    VALUE SPACES.
           05 WS-HMV-VALOR-ANTES     PIC X(30)    VALUE SPACES.
           05 WS-HMV-VALOR-DESPUES   PIC X(30)    VALUE SPACES.
           05 WS-HMV-IMPORTE         PIC 9(09)V99 VALUE ZEROS.
           05 FILLER                 PIC X(05)    VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
           PERFORM 2000-PROCESAR-LLAVE THRU 2000-EXIT
               UNTIL WS-FIN-APAREO.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           PERFORM 3100-ORDENAR-PENDIENTES THRU 3100-EXIT.
           PERFORM 3200-REPORTE-PENDIENTES THRU 3200-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    TOMA LA FECHA DE PROCESO, ABRE LA AUDITORIA (LA LIBERACION
      *    DE TRANSACCIONES YA ESCRIBE EN ELLA), ORDENA EL MAESTRO Y
      *    LAS TRANSACCIONES POR NUMERO DE EMPLEADO, ABRE LOS FICHEROS
      *    Y CEBA EL APAREO CON EL PRIMER REGISTRO DE CADA ENTRADA.
      *=================================================================
       1000-INICIALIZAR.
           PERFORM 1005-LEER-PARAMETROS THRU 1005-EXIT.
           OPEN OUTPUT AUDITORIA.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS10: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REG-AUDITORIA FROM WS-AUD-TITULO
               BEFORE ADVANCING PAGE.
           WRITE REG-AUDITORIA FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           PERFORM 1010-ORDENAR-MAESTRO THRU 1010-EXIT.
           PERFORM 1020-ORDENAR-TRANSACCIONES THRU 1020-EXIT.
           OPEN INPUT PLAZAS.
           END-IF.
           OPEN INPUT  MAESTRO-ORD
           OPEN INPUT  TRANS-ORD
           OPEN OUTPUT MAESTRO-NVO.
           PERFORM 2050-LEER-MAESTRO THRU 2050-EXIT.
           PERFORM 2060-LEER-TRANSACCION THRU 2060-EXIT.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1005-LEER-PARAMETROS
      *    LA FECHA DE PROCESO ES LA DEL DIA SALVO QUE UT-PARAMS TRAIGA
      *    UNA FECHA AAAAMMDD VALIDA EN LAS COLUMNAS 1-8 (REPROCESO DE
      *    UNA CORRIDA ATRASADA). UT-PARAMS EN DUMMY ES LO NORMAL.
      *=================================================================
       1005-LEER-PARAMETROS.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS NOT EQUAL "00"
               GO TO 1005-EXIT
           END-IF.
           READ PARAMETROS
               AT END
                   MOVE ZEROS TO PARM-FECHA-PROCESO
           END-READ.
           IF PARM-FECHA-PROCESO IS NUMERIC
                   AND PARM-FECHA-PROCESO GREATER THAN ZERO
               MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
           END-IF.
           CLOSE PARAMETROS.
       1005-EXIT.
           EXIT.

      *=================================================================
      *    1010-ORDENAR-MAESTRO
      *    ORDENA UT-EMPMAST POR NUMERO DE EMPLEADO CONTRA EL WORK
      *    ORDENA UT-MANTTRX POR NUMERO DE EMPLEADO, CON EL NUMERO DE
      *    SECUENCIA DE ENTRADA COMO LLAVE SECUNDARIA PARA QUE VARIAS
      *    TRANSACCIONES DEL MISMO EMPLEADO SE APLIQUEN EN EL ORDEN
      *    EN QUE LLEGARON. LAS PENDIENTES QUE VENCEN EN LA CORRIDA SE
      *    APLICAN ANTES QUE LAS DEL DIA, POR FECHA EFECTIVA.
      *=================================================================
       1020-ORDENAR-TRANSACCIONES.
           SORT SORT-TRANS
               ON ASCENDING KEY SRT-NUMERO-EMP
               ON ASCENDING KEY SRT-ORIGEN
               ON ASCENDING KEY SRT-FECHA-ORDEN
               ON ASCENDING KEY SRT-SECUENCIA
               INPUT PROCEDURE IS 1030-LIBERAR-TRANSACCIONES
                   THRU 1030-EXIT

      *=================================================================
      *    1030-LIBERAR-TRANSACCIONES
      *    LEE UT-MANTTRX Y LIBERA AL SORT LAS TRANSACCIONES DEL DIA
      *    QUE SE APLICAN YA; LAS DE FECHA FUTURA QUEDAN DIFERIDAS Y
      *    LAS ANULACIONES SE GUARDAN EN SU TABLA. DESPUES PASA EL
      *    FICHERO DE PENDIENTES ANTERIOR: LAS ANULADAS SE DESCARTAN,
      *    LAS VENCIDAS SE LIBERAN Y EL RESTO SIGUE EN ESPERA.
      *=================================================================
       1030-LIBERAR-TRANSACCIONES.
           OPEN INPUT  TRANSACCIONES.
           OPEN OUTPUT PEND-TRABAJO.
           PERFORM 1035-LIBERAR-UNA THRU 1035-EXIT
               UNTIL WS-FIN-TRANS.
           CLOSE TRANSACCIONES.
           PERFORM 1060-LIBERAR-PENDIENTES THRU 1060-EXIT.
           PERFORM 1080-VERIFICAR-ANULACIONES THRU 1080-EXIT.
           CLOSE PEND-TRABAJO.
           MOVE 'N' TO WS-SW-FIN-TRANS.
       1030-EXIT.
           EXIT.

       1035-LIBERAR-UNA.
           READ TRANSACCIONES INTO WS-TRX-REGISTRO
               AT END
                   SET WS-FIN-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-SECUENCIA-ENTRADA
                   ADD 1 TO WS-TRX-ENTRADA
                   PERFORM 1050-CLASIFICAR-TRANSACCION THRU 1050-EXIT
           END-READ.
       1035-EXIT.
           EXIT.
       1045-EXIT.
           EXIT.

      *=================================================================
      *    1050-CLASIFICAR-TRANSACCION
      *    DECIDE QUE HACER CON UNA TRANSACCION DE UT-MANTTRX: SIN
      *    FECHA EFECTIVA O CON FECHA YA VENCIDA SE LIBERA AL SORT
      *    COMO SIEMPRE; CON FECHA FUTURA QUEDA DIFERIDA; CON FECHA
      *    INVALIDA SE RECHAZA.
      *=================================================================
       1050-CLASIFICAR-TRANSACCION.
           IF WS-TRX-ANULACION
               PERFORM 1055-REGISTRAR-ANULACION THRU 1055-EXIT
               GO TO 1050-EXIT
           END-IF.

           PERFORM 1058-VALIDAR-FECHA-EFECTIVA THRU 1058-EXIT.
           IF WS-EFEC-INVALIDA
               SET WS-RAZON-FECHA-EFECTIVA TO TRUE
               PERFORM 2800-RECHAZAR-TRANSACCION THRU 2800-EXIT
               GO TO 1050-EXIT
           END-IF.

           IF WS-EFEC-FUTURA
               PERFORM 1070-DIFERIR-TRANSACCION THRU 1070-EXIT
               GO TO 1050-EXIT
           END-IF.

           SET WS-TRX-DEL-DIA TO TRUE.
           MOVE ZEROS TO WS-TRX-FECHA-ORDEN.
           PERFORM 1090-LIBERAR-AL-SORT THRU 1090-EXIT.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    1055-REGISTRAR-ANULACION
      *    UNA ANULACION ('X') LLEVA EL NUMERO DE EMPLEADO Y LA FECHA
      *    EFECTIVA DE LAS PENDIENTES QUE SE RETIRAN. SE GUARDA EN LA
      *    TABLA; UNA ANULACION REPETIDA NO OCUPA OTRA ENTRADA PERO SE
      *    CUENTA EN WS-TAN-LEIDAS PARA EL CUADRE DE TRANSACCIONES.
      *=================================================================
       1055-REGISTRAR-ANULACION.
           IF WS-TRX-NUMERO-EMP IS NOT NUMERIC
               SET WS-RAZON-LLAVE TO TRUE
               PERFORM 2800-RECHAZAR-TRANSACCION THRU 2800-EXIT
               GO TO 1055-EXIT
           END-IF.

           PERFORM 1058-VALIDAR-FECHA-EFECTIVA THRU 1058-EXIT.
           IF WS-EFEC-INVALIDA
                   OR WS-TRX-FECHA-EFECTIVA EQUAL SPACES
                   OR WS-TRX-FECHA-EFECTIVA EQUAL ZEROS
               SET WS-RAZON-FECHA-EFECTIVA TO TRUE
               PERFORM 2800-RECHAZAR-TRANSACCION THRU 2800-EXIT
               GO TO 1055-EXIT
           END-IF.

           ADD 1 TO WS-TRX-ANULACIONES.
           PERFORM 1056-BUSCAR-ANULACION THRU 1056-EXIT.
           IF WS-IND-ANU-HALLADO GREATER THAN ZERO
               ADD 1 TO WS-TAN-LEIDAS (WS-IND-ANU-HALLADO)
               GO TO 1055-EXIT
           END-IF.

           IF WS-ANU-USADAS NOT LESS THAN 200
               DISPLAY "AS10: TABLA DE ANULACIONES AGOTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ANU-USADAS.
           MOVE WS-TRX-NUMERO-EMP
               TO WS-TAN-NUMERO-EMP (WS-ANU-USADAS).
           MOVE WS-TRX-FEC-EFEC-NUM
               TO WS-TAN-FECHA (WS-ANU-USADAS).
           MOVE ZEROS TO WS-TAN-APLICADAS (WS-ANU-USADAS).
           MOVE 1     TO WS-TAN-LEIDAS (WS-ANU-USADAS).
       1055-EXIT.
           EXIT.

      *=================================================================
      *    1056-BUSCAR-ANULACION
      *    BUSCA EMPLEADO + FECHA EFECTIVA DE LA TRANSACCION EN CURSO
      *    EN LA TABLA DE ANULACIONES. DEJA EL INDICE EN
      *    WS-IND-ANU-HALLADO (CERO SI NO ESTA).
      *=================================================================
       1056-BUSCAR-ANULACION.
           MOVE ZERO TO WS-IND-ANU-HALLADO.
           PERFORM 1057-COMPARAR-ANULACION THRU 1057-EXIT
               VARYING WS-IND-ANU FROM 1 BY 1
               UNTIL WS-IND-ANU GREATER THAN WS-ANU-USADAS
                  OR WS-IND-ANU-HALLADO GREATER THAN ZERO.
       1056-EXIT.
           EXIT.

       1057-COMPARAR-ANULACION.
           IF WS-TAN-NUMERO-EMP (WS-IND-ANU) EQUAL WS-TRX-NUMERO-EMP
                   AND WS-TAN-FECHA (WS-IND-ANU)
                       EQUAL WS-TRX-FEC-EFEC-NUM
               MOVE WS-IND-ANU TO WS-IND-ANU-HALLADO
           END-IF.
       1057-EXIT.
           EXIT.

      *=================================================================
      *    1058-VALIDAR-FECHA-EFECTIVA
      *    SIN FECHA (BLANCOS O CEROS) O CON FECHA NO POSTERIOR A LA
      *    DE PROCESO LA TRANSACCION ES INMEDIATA; POSTERIOR, FUTURA.
      *    LA FECHA DEBE SER AAAAMMDD NUMERICA CON MES Y DIA VALIDOS.
      *=================================================================
       1058-VALIDAR-FECHA-EFECTIVA.
           IF WS-TRX-FECHA-EFECTIVA EQUAL SPACES
                   OR WS-TRX-FECHA-EFECTIVA EQUAL ZEROS
               SET WS-EFEC-INMEDIATA TO TRUE
               GO TO 1058-EXIT
           END-IF.

           IF WS-TRX-FECHA-EFECTIVA IS NOT NUMERIC
               SET WS-EFEC-INVALIDA TO TRUE
               GO TO 1058-EXIT
           END-IF.

           IF WS-TRX-ANO-EFEC LESS THAN 1900
                   OR WS-TRX-MES-EFEC LESS THAN 01
                   OR WS-TRX-MES-EFEC GREATER THAN 12
                   OR WS-TRX-DIA-EFEC LESS THAN 01
                   OR WS-TRX-DIA-EFEC GREATER THAN 31
               SET WS-EFEC-INVALIDA TO TRUE
               GO TO 1058-EXIT
           END-IF.

           IF WS-TRX-FEC-EFEC-NUM GREATER THAN WS-FECHA-PROCESO
               SET WS-EFEC-FUTURA TO TRUE
           ELSE
               SET WS-EFEC-INMEDIATA TO TRUE
           END-IF.
       1058-EXIT.
           EXIT.

      *=================================================================
      *    1060-LIBERAR-PENDIENTES
      *    PASA EL FICHERO DE PENDIENTES DE LA CORRIDA ANTERIOR.
      *    UT-PENDANT EN DUMMY (PRIMERA CORRIDA) NO APORTA NADA.
      *=================================================================
       1060-LIBERAR-PENDIENTES.
           OPEN INPUT PEND-ANT.
           IF WS-FS-PENDANT NOT EQUAL "00"
               GO TO 1060-EXIT
           END-IF.
           PERFORM 1065-LIBERAR-PENDIENTE THRU 1065-EXIT
               UNTIL WS-FIN-PENDIENTES.
           CLOSE PEND-ANT.
       1060-EXIT.
           EXIT.

       1065-LIBERAR-PENDIENTE.
           READ PEND-ANT INTO WS-PENDIENTE-LEIDA
               AT END
                   SET WS-FIN-PENDIENTES TO TRUE
                   GO TO 1065-EXIT
           END-READ.
           ADD 1 TO WS-SECUENCIA-ENTRADA.
           MOVE WS-PNL-TRANSACCION TO WS-TRX-REGISTRO.

           PERFORM 1056-BUSCAR-ANULACION THRU 1056-EXIT.
           IF WS-IND-ANU-HALLADO GREATER THAN ZERO
               ADD 1 TO WS-TAN-APLICADAS (WS-IND-ANU-HALLADO)
               ADD 1 TO WS-PEND-ANULADAS
               MOVE "ANULADA" TO WS-AT-RESULTADO
               MOVE "PENDIENTE ANULADA, EFECTIVA" TO WS-RCF-TEXTO
               PERFORM 1075-AUDITAR-PENDIENTE THRU 1075-EXIT
               GO TO 1065-EXIT
           END-IF.

           IF WS-TRX-FEC-EFEC-NUM GREATER THAN WS-FECHA-PROCESO
               WRITE REG-PEND-TRABAJO FROM WS-PENDIENTE-LEIDA
               ADD 1 TO WS-PEND-EN-ESPERA
               GO TO 1065-EXIT
           END-IF.

           SET WS-TRX-LIBERADA TO TRUE.
           MOVE WS-TRX-FEC-EFEC-NUM TO WS-TRX-FECHA-ORDEN.
           ADD 1 TO WS-PEND-LIBERADAS.
           PERFORM 1090-LIBERAR-AL-SORT THRU 1090-EXIT.
       1065-EXIT.
           EXIT.

      *=================================================================
      *    1070-DIFERIR-TRANSACCION
      *    GRABA LA TRANSACCION DE FECHA FUTURA EN EL FICHERO DE
      *    PENDIENTES CON LA FECHA DE PROCESO COMO FECHA DE REGISTRO,
      *    E IMPRIME SU LINEA DE CONFIRMACION. LA LLAVE Y LA ACCION SE
      *    VALIDAN YA; EL RESTO SE VALIDA CUANDO SE LIBERE.
      *=================================================================
       1070-DIFERIR-TRANSACCION.
           IF WS-TRX-NUMERO-EMP IS NOT NUMERIC
               SET WS-RAZON-LLAVE TO TRUE
               PERFORM 2800-RECHAZAR-TRANSACCION THRU 2800-EXIT
               GO TO 1070-EXIT
           END-IF.

           IF NOT WS-TRX-ACCION-VALIDA
               SET WS-RAZON-ACCION TO TRUE
               PERFORM 2800-RECHAZAR-TRANSACCION THRU 2800-EXIT
               GO TO 1070-EXIT
           END-IF.

           MOVE WS-TRX-REGISTRO  TO PNT-TRANSACCION.
           MOVE WS-FECHA-PROCESO TO PNT-FECHA-REGISTRO.
           WRITE REG-PEND-TRABAJO.
           ADD 1 TO WS-PEND-DIFERIDAS.
           ADD 1 TO WS-PEND-EN-ESPERA.
           MOVE "DIFERIDA" TO WS-AT-RESULTADO.
           MOVE "PENDIENTE HASTA FECHA EFECTIVA" TO WS-RCF-TEXTO.
           PERFORM 1075-AUDITAR-PENDIENTE THRU 1075-EXIT.
       1070-EXIT.
           EXIT.

      *=================================================================
      *    1075-AUDITAR-PENDIENTE
      *    LINEA DE AUDITORIA DE UNA TRANSACCION DIFERIDA O ANULADA,
      *    CON EL RESULTADO Y EL TEXTO DE LA RAZON YA CARGADOS.
      *=================================================================
       1075-AUDITAR-PENDIENTE.
           PERFORM 2860-FORMATEAR-ACCION THRU 2860-EXIT.
           MOVE WS-TRX-NUMERO-EMP   TO WS-AT-NUMERO.
           MOVE WS-TRX-FEC-EFEC-NUM TO WS-RCF-FECHA.
           MOVE WS-RAZON-CON-FECHA  TO WS-AT-RAZON.
           WRITE REG-AUDITORIA FROM WS-AUD-TRANSACCION
               AFTER ADVANCING 1 LINE.
       1075-EXIT.
           EXIT.

      *=================================================================
      *    1080-VERIFICAR-ANULACIONES
      *    LAS ANULACIONES QUE NO ENCONTRARON NINGUNA PENDIENTE SE
      *    RECHAZAN (RAZON 09), UNA LINEA POR CADA REGISTRO LEIDO, Y
      *    DEJAN DE CONTAR COMO ANULACIONES APLICADAS.
      *=================================================================
       1080-VERIFICAR-ANULACIONES.
           PERFORM 1085-VERIFICAR-UNA THRU 1085-EXIT
               VARYING WS-IND-ANU FROM 1 BY 1
               UNTIL WS-IND-ANU GREATER THAN WS-ANU-USADAS.
       1080-EXIT.
           EXIT.

       1085-VERIFICAR-UNA.
           IF WS-TAN-APLICADAS (WS-IND-ANU) GREATER THAN ZERO
               GO TO 1085-EXIT
           END-IF.
           MOVE SPACES TO WS-TRX-REGISTRO.
           SET WS-TRX-ANULACION TO TRUE.
           MOVE WS-TAN-NUMERO-EMP (WS-IND-ANU) TO WS-TRX-NUMERO-EMP.
           MOVE WS-TAN-FECHA (WS-IND-ANU)      TO WS-TRX-FEC-EFEC-NUM.
           SET WS-RAZON-ANULA-SIN-PEND TO TRUE.
           SUBTRACT WS-TAN-LEIDAS (WS-IND-ANU) FROM WS-TRX-ANULACIONES.
           PERFORM 2800-RECHAZAR-TRANSACCION THRU 2800-EXIT
               WS-TAN-LEIDAS (WS-IND-ANU) TIMES.
       1085-EXIT.
           EXIT.

      *=================================================================
      *    1090-LIBERAR-AL-SORT
      *    LIBERA LA TRANSACCION EN CURSO AL SORT CON SU NUMERO DE
      *    SECUENCIA DE ENTRADA, SU ORIGEN Y SU FECHA DE ORDEN.
      *=================================================================
       1090-LIBERAR-AL-SORT.
           MOVE WS-SECUENCIA-ENTRADA TO WS-SECUENCIA-TRX.
           MOVE WS-TRANS-ACTUAL      TO REG-SORT-TRANS.
           RELEASE REG-SORT-TRANS.
       1090-EXIT.
           EXIT.

      *=================================================================
      *    2000-PROCESAR-LLAVE
      *    APAREO CLASICO MAESTRO/TRANSACCIONES (BALANCE LINE): TOMA
           PERFORM 2850-AUDITAR-APLICADA THRU 2850-EXIT.
           MOVE "DESPUES: " TO WS-AI-ETIQUETA.
           PERFORM 2870-AUDITAR-IMAGEN THRU 2870-EXIT.
           MOVE "ALTA DE EMPLEADO"  TO WS-HMV-CONCEPTO.
           MOVE WS-NOMBRE-EMP       TO WS-HMV-VALOR-DESPUES.
           MOVE WS-SALARIO-EMP      TO WS-HMV-IMPORTE.
           PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT.
       2200-EXIT.
           EXIT.

           MOVE "ANTES:   " TO WS-AI-ETIQUETA.
           PERFORM 2870-AUDITAR-IMAGEN THRU 2870-EXIT.
           PERFORM 2630-RESTAR-PLANTILLA THRU 2630-EXIT.
           PERFORM 2900-HISTORICO-CAMBIO THRU 2900-EXIT.
           MOVE WS-TRX-EMPLEADO TO WS-EMP-RETENIDO.
           PERFORM 2620-SUMAR-PLANTILLA THRU 2620-EXIT.
           MOVE "DESPUES: " TO WS-AI-ETIQUETA.
           MOVE "ANTES:   " TO WS-AI-ETIQUETA.
           PERFORM 2870-AUDITAR-IMAGEN THRU 2870-EXIT.
           PERFORM 2630-RESTAR-PLANTILLA THRU 2630-EXIT.
           MOVE "BAJA DE EMPLEADO"  TO WS-HMV-CONCEPTO.
           MOVE WS-NOMBRE-EMP       TO WS-HMV-VALOR-ANTES.
           PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT.
           SET WS-EMP-NO-EXISTE TO TRUE.
           MOVE SPACES TO WS-EMP-RETENIDO.
       2400-EXIT.
               WHEN WS-RAZON-PLAZA-NO-AUT
                   MOVE "PLAZA SIN AUTORIZACION DE FINANZAS"
                       TO WS-AT-RAZON
               WHEN WS-RAZON-FECHA-EFECTIVA
                   MOVE "FECHA EFECTIVA INVALIDA"
                       TO WS-AT-RAZON
               WHEN WS-RAZON-ANULA-SIN-PEND
                   MOVE "ANULACION SIN TRANSACCION PENDIENTE"
                       TO WS-AT-RAZON
               WHEN OTHER
                   MOVE "RAZON DESCONOCIDA"
                       TO WS-AT-RAZON
      *=================================================================
      *    2850-AUDITAR-APLICADA
      *    IMPRIME LA LINEA DE CABECERA DE UNA TRANSACCION APLICADA.
      *    SI VIENE DEL FICHERO DE PENDIENTES LO INDICA CON SU FECHA.
      *=================================================================
       2850-AUDITAR-APLICADA.
           PERFORM 2860-FORMATEAR-ACCION THRU 2860-EXIT.
           MOVE WS-TRX-NUMERO-EMP TO WS-AT-NUMERO.
           MOVE "APLICADA"        TO WS-AT-RESULTADO.
           MOVE SPACES            TO WS-AT-RAZON.
           IF WS-TRX-LIBERADA
               MOVE "PENDIENTE LIBERADA, EFECTIVA" TO WS-RCF-TEXTO
               MOVE WS-TRX-FEC-EFEC-NUM TO WS-RCF-FECHA
               MOVE WS-RAZON-CON-FECHA  TO WS-AT-RAZON
           END-IF.

           WRITE REG-AUDITORIA FROM WS-AUD-TRANSACCION
               AFTER ADVANCING 1 LINE.
                   MOVE "CAMBIO " TO WS-AT-ACCION
               WHEN WS-TRX-BAJA
                   MOVE "BAJA   " TO WS-AT-ACCION
               WHEN WS-TRX-ANULACION
                   MOVE "ANULAR " TO WS-AT-ACCION
               WHEN OTHER
                   MOVE WS-TRX-ACCION TO WS-AT-ACCION
           END-EVALUATE.
       2870-EXIT.
           EXIT.

      *=================================================================
      *    2900-HISTORICO-CAMBIO
      *    COMPARA EL AREA DE RETENCION (ANTES) CON LA IMAGEN DE LA
      *    TRANSACCION (DESPUES) Y GRABA UN MOVIMIENTO DEL HISTORICO
      *    POR CADA CAMPO QUE CAMBIA. EL CAMBIO DE SALARIO LLEVA EL
      *    SALARIO NUEVO COMO IMPORTE; EL DE STATUS DEJA A LA VISTA
      *    LAS ENTRADAS Y SALIDAS DE LICENCIA.
      *=================================================================
       2900-HISTORICO-CAMBIO.
           IF WS-TRX-NOMBRE-EMP NOT EQUAL WS-NOMBRE-EMP
               MOVE "NOMBRE"            TO WS-HMV-CONCEPTO
               MOVE WS-NOMBRE-EMP       TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-NOMBRE-EMP   TO WS-HMV-VALOR-DESPUES
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.

           IF WS-TRX-STATUS-EMP NOT EQUAL WS-STATUS-EMP
               MOVE "STATUS"            TO WS-HMV-CONCEPTO
               MOVE WS-STATUS-EMP       TO WS-HMV-STATUS
               PERFORM 2910-DESCRIBIR-STATUS THRU 2910-EXIT
               MOVE WS-HMV-STATUS-TEXTO TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-STATUS-EMP   TO WS-HMV-STATUS
               PERFORM 2910-DESCRIBIR-STATUS THRU 2910-EXIT
               MOVE WS-HMV-STATUS-TEXTO TO WS-HMV-VALOR-DESPUES
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.

           IF WS-TRX-DEPTO-EMP NOT EQUAL WS-DEPTO-EMP
               MOVE "DEPARTAMENTO"      TO WS-HMV-CONCEPTO
               MOVE WS-DEPTO-EMP        TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-DEPTO-EMP    TO WS-HMV-VALOR-DESPUES
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.

           IF WS-TRX-PUESTO-EMP NOT EQUAL WS-PUESTO-EMP
               MOVE "PUESTO"            TO WS-HMV-CONCEPTO
               MOVE WS-PUESTO-EMP       TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-PUESTO-EMP   TO WS-HMV-VALOR-DESPUES
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.

           IF WS-TRX-SALARIO-EMP NOT EQUAL WS-SALARIO-EMP
               MOVE "SALARIO"           TO WS-HMV-CONCEPTO
               MOVE WS-SALARIO-EMP      TO WS-HMV-EDITADO
               MOVE WS-HMV-EDITADO      TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-SALARIO-EMP  TO WS-HMV-EDITADO
               MOVE WS-HMV-EDITADO      TO WS-HMV-VALOR-DESPUES
               MOVE WS-TRX-SALARIO-EMP  TO WS-HMV-IMPORTE
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.

           IF WS-TRX-FECHA-ING NOT EQUAL WS-FECHA-INGRESO-EMP
               MOVE "FECHA DE INGRESO"  TO WS-HMV-CONCEPTO
               MOVE WS-FECHA-INGRESO-EMP TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-FECHA-ING    TO WS-HMV-VALOR-DESPUES
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.

           IF WS-TRX-GRADO-SAL NOT EQUAL WS-GRADO-SAL-EMP
               MOVE "GRADO SALARIAL"    TO WS-HMV-CONCEPTO
               MOVE WS-GRADO-SAL-EMP    TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-GRADO-SAL    TO WS-HMV-VALOR-DESPUES
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.

           IF WS-TRX-CENTRO-COSTO NOT EQUAL WS-CENTRO-COSTO-EMP
               MOVE "CENTRO DE COSTO"   TO WS-HMV-CONCEPTO
               MOVE WS-CENTRO-COSTO-EMP TO WS-HMV-VALOR-ANTES
               MOVE WS-TRX-CENTRO-COSTO TO WS-HMV-VALOR-DESPUES
               PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      *=================================================================
      *    2910-DESCRIBIR-STATUS
      *    CODIGO DE STATUS EN WS-HMV-STATUS MAS SU DESCRIPCION, EN
      *    WS-HMV-STATUS-TEXTO (1 ACTIVO, 2 INACTIVO, 3 LICENCIA,
      *    4 BAJA, COMO EN AS20).
      *=================================================================
       2910-DESCRIBIR-STATUS.
           MOVE WS-HMV-STATUS TO WS-HST-CODIGO.
           EVALUATE WS-HMV-STATUS
               WHEN '1'
                   MOVE "ACTIVO"   TO WS-HST-DESCRIPCION
               WHEN '2'
                   MOVE "INACTIVO" TO WS-HST-DESCRIPCION
               WHEN '3'
                   MOVE "LICENCIA" TO WS-HST-DESCRIPCION
               WHEN '4'
                   MOVE "BAJA"     TO WS-HST-DESCRIPCION
               WHEN OTHER
                   MOVE SPACES     TO WS-HST-DESCRIPCION
           END-EVALUATE.
       2910-EXIT.
           EXIT.

      *=================================================================
      *    2950-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    CONCEPTO, LOS VALORES Y EL IMPORTE YA CARGADOS, Y LIMPIA
      *    ESOS CAMPOS PARA EL SIGUIENTE.
      *=================================================================
       2950-GRABAR-HISTORICO.
           MOVE WS-TRX-NUMERO-EMP TO WS-HMV-NUMERO-EMP.
           IF WS-TRX-FECHA-EFECTIVA IS NUMERIC
                   AND WS-TRX-FEC-EFEC-NUM GREATER THAN ZERO
               MOVE WS-TRX-FEC-EFEC-NUM TO WS-HMV-FECHA
           ELSE
               MOVE WS-FECHA-PROCESO    TO WS-HMV-FECHA
           END-IF.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS10"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       2950-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    IMPRIME LOS TOTALES DE CONTROL DE LA CORRIDA Y CIERRA
      *    FICHEROS. EL CONTROL CUADRA CUANDO LOS GRABADOS IGUALAN A
      *    LOS LEIDOS MAS ALTAS MENOS BAJAS. LAS TRANSACCIONES CUADRAN
      *    CUANDO LAS LEIDAS DE UT-MANTTRX MAS LAS PENDIENTES
      *    LIBERADAS IGUALAN A LAS ALTAS, CAMBIOS, BAJAS, RECHAZADAS,
      *    DIFERIDAS Y ANULACIONES APLICADAS. WS-TRX-LEIDAS SON LAS
      *    QUE VOLVIERON DEL SORT.
      *=================================================================
       3000-FINALIZAR.
           MOVE WS-TRX-LEIDAS     TO WS-ATT-LEIDAS.
           MOVE WS-TRX-CAMBIOS    TO WS-ATT-CAMBIOS.
           MOVE WS-TRX-BAJAS      TO WS-ATT-BAJAS.
           MOVE WS-TRX-RECHAZADAS TO WS-ATT-RECHAZADAS.
           MOVE WS-TRX-ANULACIONES TO WS-ATT-ANULACIONES.

           WRITE REG-AUDITORIA FROM WS-LINEA-BLANCO
               AFTER ADVANCING 2 LINES.
           WRITE REG-AUDITORIA FROM WS-AUD-TOTALES-MAE
               AFTER ADVANCING 1 LINE.

           ADD WS-TRX-ENTRADA WS-PEND-LIBERADAS
               GIVING WS-TRX-TOTAL-ENTRADA.
           ADD WS-TRX-ALTAS WS-TRX-CAMBIOS WS-TRX-BAJAS
               WS-TRX-RECHAZADAS WS-PEND-DIFERIDAS WS-TRX-ANULACIONES
               GIVING WS-TRX-TOTAL-SALIDA.
           MOVE WS-TRX-ENTRADA       TO WS-ACT-ENTRADA.
           MOVE WS-PEND-LIBERADAS    TO WS-ACT-LIBERADAS.
           MOVE WS-TRX-TOTAL-ENTRADA TO WS-ACT-TOTAL-ENTRADA.
           MOVE WS-TRX-TOTAL-SALIDA  TO WS-ACT-TOTAL-SALIDA.
           IF WS-TRX-TOTAL-ENTRADA EQUAL WS-TRX-TOTAL-SALIDA
               MOVE "CUADRA" TO WS-ACT-ESTADO
           ELSE
               MOVE "NO CUADRA - REVISAR" TO WS-ACT-ESTADO
           END-IF.

           WRITE REG-AUDITORIA FROM WS-AUD-CUADRE-TRX
               AFTER ADVANCING 1 LINE.

           MOVE WS-PEND-LIBERADAS TO WS-ATP-LIBERADAS.
           MOVE WS-PEND-DIFERIDAS TO WS-ATP-DIFERIDAS.
           MOVE WS-PEND-ANULADAS  TO WS-ATP-ANULADAS.
           MOVE WS-PEND-EN-ESPERA TO WS-ATP-EN-ESPERA.
           MOVE WS-FECHA-PROCESO  TO WS-ATP-FECHA.
           WRITE REG-AUDITORIA FROM WS-AUD-TOTALES-PEND
               AFTER ADVANCING 1 LINE.

           CLOSE MAESTRO-ORD
           CLOSE TRANS-ORD
           CLOSE MAESTRO-NVO
           CLOSE AUDITORIA.
           CLOSE HISTORICO-MOV.
           IF WS-PLAZAS-ABIERTO
               CLOSE PLAZAS
           END-IF.
       3000-EXIT.
           EXIT.

      *=================================================================
      *    3100-ORDENAR-PENDIENTES
      *    ORDENA LAS PENDIENTES QUE SIGUEN EN ESPERA POR EMPLEADO,
      *    FECHA EFECTIVA Y FECHA DE REGISTRO SOBRE UT-PENDNEW, LA
      *    NUEVA GENERACION DEL FICHERO DE PENDIENTES.
      *=================================================================
       3100-ORDENAR-PENDIENTES.
           SORT SORT-PEND
               ON ASCENDING KEY SPN-NUMERO-EMP
               ON ASCENDING KEY SPN-FECHA-EFECTIVA
               ON ASCENDING KEY SPN-FECHA-REGISTRO
               USING PEND-TRABAJO
               GIVING PEND-NVO.
       3100-EXIT.
           EXIT.

      *=================================================================
      *    3200-REPORTE-PENDIENTES
      *    LISTA LAS TRANSACCIONES QUE QUEDAN PENDIENTES, POR EMPLEADO
      *    Y FECHA EFECTIVA. EL NUMERO Y NOMBRE DEL EMPLEADO SOLO SE
      *    IMPRIMEN EN SU PRIMERA LINEA.
      *=================================================================
       3200-REPORTE-PENDIENTES.
           OPEN INPUT  PEND-NVO.
           OPEN OUTPUT REPORTE-PEND.
           MOVE WS-FECHA-PROCESO TO WS-RPT-FECHA.
           WRITE REG-REPORTE-PEND FROM WS-RP-TITULO
               BEFORE ADVANCING PAGE.
           WRITE REG-REPORTE-PEND FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           WRITE REG-REPORTE-PEND FROM WS-RP-ENCABEZADO
               AFTER ADVANCING 1 LINE.
           WRITE REG-REPORTE-PEND FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.

           MOVE 'N' TO WS-SW-FIN-PENDIENTES.
           PERFORM 3250-IMPRIMIR-PENDIENTE THRU 3250-EXIT
               UNTIL WS-FIN-PENDIENTES.

           IF WS-RP-IMPRESAS EQUAL ZERO
               WRITE REG-REPORTE-PEND FROM WS-RP-SIN-PENDIENTES
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-RP-IMPRESAS TO WS-RPT-PENDIENTES.
           WRITE REG-REPORTE-PEND FROM WS-RP-TOTALES
               AFTER ADVANCING 2 LINES.

           CLOSE PEND-NVO.
           CLOSE REPORTE-PEND.
       3200-EXIT.
           EXIT.

       3250-IMPRIMIR-PENDIENTE.
           READ PEND-NVO INTO WS-PENDIENTE-LEIDA
               AT END
                   SET WS-FIN-PENDIENTES TO TRUE
                   GO TO 3250-EXIT
           END-READ.
           MOVE WS-PNL-TRANSACCION TO WS-TRX-REGISTRO.
           ADD 1 TO WS-RP-IMPRESAS.

           IF WS-RP-IMPRESAS GREATER THAN 1
                   AND WS-TRX-NUMERO-EMP EQUAL WS-RP-EMP-ANTERIOR
               MOVE SPACES TO WS-RPD-EMPLEADO
               MOVE SPACES TO WS-RPD-NOMBRE
           ELSE
               MOVE WS-TRX-NUMERO-EMP TO WS-RPD-EMPLEADO
               MOVE WS-TRX-NOMBRE-EMP TO WS-RPD-NOMBRE
           END-IF.
           MOVE WS-TRX-NUMERO-EMP TO WS-RP-EMP-ANTERIOR.

           PERFORM 2860-FORMATEAR-ACCION THRU 2860-EXIT.
           MOVE WS-AT-ACCION          TO WS-RPD-ACCION.
           MOVE WS-TRX-FEC-EFEC-NUM   TO WS-RPD-EFECTIVA.
           MOVE WS-PNL-FECHA-REGISTRO TO WS-RPD-DIFERIDA.
           IF WS-TRX-BAJA
               MOVE SPACES TO WS-RPD-IMAGEN
           ELSE
               MOVE WS-TRX-DEPTO-EMP    TO WS-RPD-DEPTO
               MOVE WS-TRX-PUESTO-EMP   TO WS-RPD-PUESTO
               MOVE WS-TRX-SALARIO-EMP  TO WS-RPD-SALARIO
               MOVE WS-TRX-CENTRO-COSTO TO WS-RPD-CENTRO
           END-IF.

           WRITE REG-REPORTE-PEND FROM WS-RP-DETALLE
               AFTER ADVANCING 1 LINE.
       3250-EXIT.
           EXIT.
