       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS80.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: TRANSMISION CONSOLIDADA AL
      *                BANCO. REUNE LOS CUATRO FICHEROS DE PAGO DE 46
      *                BYTES (UT-DESEMBOL DE AS20, CODIGO 'CR';
      *                UT-REEMISA DE AS25; UT-AJUSTES DE AS50, 'AJ';
      *                UT-ACHFIN DE AS65, 'FQ') EN UN SOLO FICHERO DE
      *                TRANSMISION (UT-TRANSBCO): CABECERA DE FICHERO
      *                '1', UN LOTE POR FICHERO DE ORIGEN (CABECERA
      *                '5', ENTRADAS '6' Y CONTROL DE LOTE '8') Y
      *                CONTROL DE FICHERO '9' CON CONTEO DE ENTRADAS,
      *                HASH DE LAS ENTIDADES RECEPTORAS E IMPORTE
      *                TOTAL. CADA PAGO SE ENRUTA POR EL MAESTRO DE
      *                CUENTAS BANCARIAS (UT-CTABANC, POR EMPLEADO):
      *                CUENTA PRIMARIA Y, OPCIONALMENTE, SECUNDARIA
      *                CON REPARTO POR PORCENTAJE O IMPORTE FIJO. UN
      *                PAGO SIN CUENTA O CON LA CUENTA PRIMARIA SIN
      *                VERIFICAR (PRENOTIFICACION PENDIENTE) NO SE
      *                ENVIA: SE LISTA EN UT-NORUTA PARA QUE TESORERIA
      *                LO PAGUE POR OTRA VIA. SI LA SECUNDARIA NO ESTA
      *                VERIFICADA, EL PAGO ENTERO VA A LA PRIMARIA Y
      *                SE AVISA EN EL MISMO LISTADO. EL CUADRE POR
      *                LOTE QUEDA EN UT-REPTRAN.
      * 10/15/26  LFC  QUINTO ORIGEN: UT-ACHEXT, PAGA EXTRA SEMESTRAL
      *                DE AS26 (CODIGO 'PX'), EN SU PROPIO LOTE.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA PAGO GRABA UN
      *                MOVIMIENTO EN UT-HISTMOV, 'PAGO TRANSMITIDO' CON
      *                SU ORIGEN Y LA FECHA VALOR O 'PAGO NO ENRUTADO'
      *                CON EL MOTIVO, Y EL IMPORTE. AS90 LO ACUMULA.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3083.
       OBJECT-COMPUTER. IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESEMBOLSO       ASSIGN TO UT-DESEMBOL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-DESEMBOL.

           SELECT REEMISION        ASSIGN TO UT-REEMISA
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-REEMISA.

           SELECT AJUSTES          ASSIGN TO UT-AJUSTES
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-AJUSTES.

           SELECT FINIQUITOS       ASSIGN TO UT-ACHFIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-ACHFIN.

           SELECT PAGA-EXTRA       ASSIGN TO UT-ACHEXT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-ACHEXT.

           SELECT SORT-PAGOS       ASSIGN TO SORTWK01.

           SELECT PAGOS-ORD        ASSIGN TO UT-PAGORD
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT CUENTAS-BANCO    ASSIGN TO UT-CTABANC
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CTA-NUMERO-EMP
                                    FILE STATUS IS WS-FS-CTABANC.

           SELECT PARAMETROS       ASSIGN TO UT-PARAMS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-PARAMETROS.

           SELECT TRANSMISION      ASSIGN TO UT-TRANSBCO
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE          ASSIGN TO UT-REPTRAN
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT NO-ENRUTADOS     ASSIGN TO UT-NORUTA
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *    FICHEROS DE PAGO DE ENTRADA: LOS CINCO TIENEN EL TRAZADO
      *    DE 46 BYTES DE UT-DESEMBOL (EMPLEADO, NOMBRE, IMPORTE Y
      *    CODIGO DE TRANSACCION); SE LEEN A WS-PAGO-ENTRADA.
      *---------------------------------------------------------------
       FD  DESEMBOLSO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-DESEMBOLSO.
       01  REG-DESEMBOLSO            PIC X(46).

       FD  REEMISION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-REEMISION.
       01  REG-REEMISION             PIC X(46).

       FD  AJUSTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-AJUSTE.
       01  REG-AJUSTE                PIC X(46).

       FD  FINIQUITOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-FINIQUITO.
       01  REG-FINIQUITO             PIC X(46).

       FD  PAGA-EXTRA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-PAGA-EXTRA.
       01  REG-PAGA-EXTRA            PIC X(46).

      *---------------------------------------------------------------
      *    SD DE TRABAJO: EL ORIGEN (1 DESEMBOLSO, 2 REEMISION, 3
      *    AJUSTES, 4 FINIQUITOS, 5 PAGA EXTRA) Y LA SECUENCIA SE
      *    ANTEPONEN VIA RELEASE, COMO EN EL SORT DE DETALLE DE AS21.
      *    CADA ORIGEN FORMA UN LOTE DE LA TRANSMISION.
      *---------------------------------------------------------------
       SD  SORT-PAGOS
           DATA RECORD IS REG-SORT-PAGOS.
       01  REG-SORT-PAGOS.
           05 SRT-ORIGEN             PIC 9(01).
           05 SRT-SECUENCIA          PIC 9(07).
           05 SRT-PAGO.
              10 SRT-NUMERO-EMP      PIC 9(05).
              10 FILLER              PIC X(41).

       FD  PAGOS-ORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS REG-PAGOS-ORD.
       01  REG-PAGOS-ORD             PIC X(54).

      *---------------------------------------------------------------
      *    MAESTRO DE CUENTAS BANCARIAS POR EMPLEADO (82 BYTES).
      *    CADA CUENTA LLEVA SU ENTIDAD, NUMERO, TIPO ('C' CORRIENTE,
      *    'A' AHORROS) Y ESTADO ('P' EN PRENOTIFICACION, 'V'
      *    VERIFICADA). EL REPARTO A LA SECUNDARIA ES 'P' PORCENTAJE
      *    (CTA-REPARTO-PCT) O 'F' IMPORTE FIJO (CTA-REPARTO-IMPORTE,
      *    TOPADO AL PAGO); EN BLANCO TODO VA A LA PRIMARIA.
      *---------------------------------------------------------------
       FD  CUENTAS-BANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS REG-CTABANC.
       01  REG-CTABANC.
           05 CTA-NUMERO-EMP         PIC 9(05).
           05 CTA-PRIMARIA.
              10 CTA-BANCO-1         PIC 9(09).
              10 CTA-CUENTA-1        PIC X(20).
              10 CTA-TIPO-CUENTA-1   PIC X(01).
              10 CTA-ESTADO-1        PIC X(01).
                 88 CTA-PRENOTA-1               VALUE 'P'.
                 88 CTA-VERIFICADA-1            VALUE 'V'.
           05 CTA-SECUNDARIA.
              10 CTA-BANCO-2         PIC 9(09).
              10 CTA-CUENTA-2        PIC X(20).
              10 CTA-TIPO-CUENTA-2   PIC X(01).
              10 CTA-ESTADO-2        PIC X(01).
                 88 CTA-PRENOTA-2               VALUE 'P'.
                 88 CTA-VERIFICADA-2            VALUE 'V'.
           05 CTA-REPARTO-TIPO       PIC X(01).
              88 CTA-REPARTO-PORCENTAJE         VALUE 'P'.
              88 CTA-REPARTO-FIJO               VALUE 'F'.
           05 CTA-REPARTO-PCT        PIC 9(03)V99.
           05 CTA-REPARTO-IMPORTE    PIC 9(07)V99.

      *---------------------------------------------------------------
      *    TARJETA DE PARAMETROS: FECHA VALOR AAAAMMDD EN LAS
      *    COLUMNAS 1-8 (EN BLANCO, LA FECHA DEL DIA).
      *---------------------------------------------------------------
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-FECHA-VALOR       PIC 9(08).
           05 FILLER                 PIC X(72).

       FD  TRANSMISION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS REG-TRANSMISION.
       01  REG-TRANSMISION           PIC X(94).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE               PIC X(132).

       FD  NO-ENRUTADOS
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-NO-ENRUTADO.
       01  REG-NO-ENRUTADO           PIC X(132).

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
       01  WS-FS-DESEMBOL            PIC X(02)    VALUE '00'.
       01  WS-FS-REEMISA             PIC X(02)    VALUE '00'.
       01  WS-FS-AJUSTES             PIC X(02)    VALUE '00'.
       01  WS-FS-ACHFIN              PIC X(02)    VALUE '00'.
       01  WS-FS-ACHEXT              PIC X(02)    VALUE '00'.
       01  WS-FS-CTABANC             PIC X(02)    VALUE '00'.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.

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
       01  WS-HMV-FECHA-VALOR.
           05 FILLER                 PIC X(12)    VALUE 'FECHA VALOR '.
           05 WS-HMF-FECHA           PIC 9(08)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    PAGO LEIDO DE UN FICHERO DE ORIGEN (46 BYTES, TRAZADO DE
      *    UT-DESEMBOL) Y PAGO ORDENADO EN CURSO (54 BYTES).
      *---------------------------------------------------------------
       01  WS-PAGO-ENTRADA           PIC X(46).

       01  WS-PAGO.
           05 WS-PAG-ORIGEN          PIC 9(01).
           05 WS-PAG-SECUENCIA       PIC 9(07).
           05 WS-PAG-NUMERO-EMP      PIC 9(05).
           05 WS-PAG-NOMBRE-EMP      PIC X(30).
           05 WS-PAG-IMPORTE         PIC 9(07)V99.
           05 WS-PAG-CODIGO-TRANS    PIC X(02).

      *---------------------------------------------------------------
      *    DESCRIPCION DE CADA ORIGEN PARA LA CABECERA DE LOTE Y EL
      *    REPORTE DE CUADRE. EL SUBINDICE ES WS-PAG-ORIGEN.
      *---------------------------------------------------------------
       01  WS-ORIGENES-VALORES.
           05 FILLER                 PIC X(20)
                                      VALUE "DESEMBOLSO NOMINA".
           05 FILLER                 PIC X(20)
                                      VALUE "REEMISION RETORNOS".
           05 FILLER                 PIC X(20)
                                      VALUE "AJUSTES RETROACTIVOS".
           05 FILLER                 PIC X(20)
                                      VALUE "FINIQUITOS DE BAJA".
           05 FILLER                 PIC X(20)
                                      VALUE "PAGA EXTRA SEMESTRAL".
       01  WS-TABLA-ORIGENES REDEFINES WS-ORIGENES-VALORES.
           05 WS-ORIGEN-DESCRIPCION  PIC X(20)    OCCURS 5 TIMES.

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.
       01  WS-HORA-DELDIA.
           05 WS-HORA-HHMM           PIC 9(04).
           05 FILLER                 PIC 9(04).
       01  WS-FECHA-VALOR            PIC 9(08)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    IDENTIFICACION DE LA EMPRESA ORDENANTE ANTE EL BANCO
      *---------------------------------------------------------------
       01  WS-ID-ORDENANTE           PIC X(10)    VALUE "NOMINA0001".
       01  WS-BANCO-ORDENANTE        PIC 9(09)    VALUE 000100001.
       01  WS-NOMBRE-ORDENANTE       PIC X(30)
                                     VALUE "NOMINA - PAGOS A EMPLEADOS".

      *---------------------------------------------------------------
      *    ENTRADA A GRABAR (PRIMARIA O SECUNDARIA) Y REPARTO
      *---------------------------------------------------------------
       01  WS-ENTRADA-ACTUAL.
           05 WS-ENA-BANCO           PIC 9(09).
           05 WS-ENA-CUENTA          PIC X(20).
           05 WS-ENA-TIPO-CUENTA     PIC X(01).
           05 WS-ENA-IMPORTE         PIC 9(07)V99.
           05 WS-ENA-ORDEN           PIC X(01).
       01  WS-IMPORTE-PRIMARIA       PIC 9(07)V99 VALUE ZEROS.
       01  WS-IMPORTE-SECUNDARIA     PIC 9(07)V99 VALUE ZEROS.
       01  WS-MOTIVO-NO-ENRUTADO     PIC X(40)    VALUE SPACES.

       01  WS-CONTADORES.
           05 WS-SECUENCIA-ENTRADA   PIC 9(07)    VALUE ZEROS.
           05 WS-PAGOS-LEIDOS        PIC 9(07)    VALUE ZEROS.
           05 WS-PAGOS-ENVIADOS      PIC 9(07)    VALUE ZEROS.
           05 WS-NO-ENRUTADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-IMPORTE-NO-ENRUTADO PIC 9(09)V99 VALUE ZEROS.
           05 WS-AVISOS-SECUNDARIA   PIC 9(05)    VALUE ZEROS.
           05 WS-SECUENCIA-TRANS     PIC 9(07)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    TOTALES DE CONTROL DEL LOTE EN CURSO Y DEL FICHERO. EL HASH
      *    ES LA SUMA DE LAS ENTIDADES RECEPTORAS; SE TRUNCA A LOS
      *    10 DIGITOS DE LA DERECHA AL GRABAR EL CONTROL.
      *---------------------------------------------------------------
       01  WS-CONTROL-LOTE.
           05 WS-LOTE-NUMERO         PIC 9(07)    VALUE ZEROS.
           05 WS-LOTE-ORIGEN         PIC 9(01)    VALUE ZEROS.
           05 WS-LOTE-CODIGO-TRANS   PIC X(02)    VALUE SPACES.
           05 WS-LOTE-ENTRADAS       PIC 9(07)    VALUE ZEROS.
           05 WS-LOTE-HASH           PIC 9(12)    VALUE ZEROS.
           05 WS-LOTE-TOTAL          PIC 9(10)V99 VALUE ZEROS.
           05 WS-LOTE-RETENIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-LOTE-IMP-RETENIDO   PIC 9(09)V99 VALUE ZEROS.
       01  WS-CONTROL-FICHERO.
           05 WS-FIC-LOTES           PIC 9(07)    VALUE ZEROS.
           05 WS-FIC-ENTRADAS        PIC 9(07)    VALUE ZEROS.
           05 WS-FIC-HASH            PIC 9(12)    VALUE ZEROS.
           05 WS-FIC-TOTAL           PIC 9(10)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ENTRADA      PIC X(01)    VALUE 'N'.
              88 WS-FIN-ENTRADA                 VALUE 'S'.
           05 WS-SW-FIN-PAGOS        PIC X(01)    VALUE 'N'.
              88 WS-FIN-PAGOS                   VALUE 'S'.
           05 WS-SW-LOTE-ABIERTO     PIC X(01)    VALUE 'N'.
              88 WS-LOTE-ABIERTO                VALUE 'S'.
           05 WS-SW-ENRUTABLE        PIC X(01)    VALUE 'S'.
              88 WS-ENRUTABLE                   VALUE 'S'.
              88 WS-NO-ENRUTABLE                VALUE 'N'.
       77  WS-ORIGEN-ACTUAL          PIC 9(01)    VALUE ZERO.

      *---------------------------------------------------------------
      *    REGISTROS DE LA TRANSMISION (94 BYTES)
      *---------------------------------------------------------------
       01  WS-TRN-CABECERA-FICHERO.
           05 WS-TCF-TIPO            PIC X(01)    VALUE '1'.
           05 WS-TCF-ID-ORDENANTE    PIC X(10).
           05 WS-TCF-BANCO-ORDENANTE PIC 9(09).
           05 WS-TCF-FECHA-CREACION  PIC 9(08).
           05 WS-TCF-HORA-CREACION   PIC 9(04).
           05 WS-TCF-FECHA-VALOR     PIC 9(08).
           05 WS-TCF-NOMBRE          PIC X(30).
           05 FILLER                 PIC X(24)    VALUE SPACES.

       01  WS-TRN-CABECERA-LOTE.
           05 WS-TCL-TIPO            PIC X(01)    VALUE '5'.
           05 WS-TCL-LOTE            PIC 9(07).
           05 WS-TCL-CODIGO-TRANS    PIC X(02).
           05 WS-TCL-ORIGEN          PIC 9(01).
           05 WS-TCL-DESCRIPCION     PIC X(20).
           05 WS-TCL-FECHA-VALOR     PIC 9(08).
           05 WS-TCL-ID-ORDENANTE    PIC X(10).
           05 FILLER                 PIC X(45)    VALUE SPACES.

       01  WS-TRN-ENTRADA.
           05 WS-TEN-TIPO            PIC X(01)    VALUE '6'.
           05 WS-TEN-CODIGO-TRANS    PIC X(02).
           05 WS-TEN-TIPO-CUENTA     PIC X(01).
           05 WS-TEN-BANCO           PIC 9(09).
           05 WS-TEN-CUENTA          PIC X(20).
           05 WS-TEN-IMPORTE         PIC 9(08)V99.
           05 WS-TEN-NUMERO-EMP      PIC 9(05).
           05 WS-TEN-NOMBRE-EMP      PIC X(30).
           05 WS-TEN-SECUENCIA       PIC 9(07).
           05 WS-TEN-ORDEN           PIC X(01).
           05 FILLER                 PIC X(08)    VALUE SPACES.

       01  WS-TRN-CONTROL-LOTE.
           05 WS-TKL-TIPO            PIC X(01)    VALUE '8'.
           05 WS-TKL-LOTE            PIC 9(07).
           05 WS-TKL-CODIGO-TRANS    PIC X(02).
           05 WS-TKL-ENTRADAS        PIC 9(07).
           05 WS-TKL-HASH            PIC 9(10).
           05 WS-TKL-TOTAL           PIC 9(10)V99.
           05 FILLER                 PIC X(55)    VALUE SPACES.

       01  WS-TRN-CONTROL-FICHERO.
           05 WS-TKF-TIPO            PIC X(01)    VALUE '9'.
           05 WS-TKF-LOTES           PIC 9(07).
           05 WS-TKF-ENTRADAS        PIC 9(07).
           05 WS-TKF-HASH            PIC 9(10).
           05 WS-TKF-TOTAL           PIC 9(10)V99.
           05 FILLER                 PIC X(57)    VALUE SPACES.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL CUADRE DE LA TRANSMISION
      *---------------------------------------------------------------
       01  WS-REP-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(42)    VALUE
              "TRANSMISION BANCARIA - CUADRE POR LOTE -  ".
           05 FILLER                 PIC X(13)    VALUE
              "FECHA VALOR: ".
           05 WS-RTI-FECHA-VALOR     PIC 9(08).
           05 FILLER                 PIC X(49)    VALUE SPACES.

       01  WS-REP-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "LOTE".
           05 FILLER                 PIC X(22)    VALUE "ORIGEN".
           05 FILLER                 PIC X(06)    VALUE "COD".
           05 FILLER                 PIC X(10)    VALUE "ENTRADAS".
           05 FILLER                 PIC X(18)    VALUE
              "      IMPORTE".
           05 FILLER                 PIC X(12)    VALUE "HASH".
           05 FILLER                 PIC X(11)    VALUE "RETENIDOS".
           05 FILLER                 PIC X(17)    VALUE
              "  IMP RETENIDO".
           05 FILLER                 PIC X(26)    VALUE SPACES.

       01  WS-REP-LOTE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-RL-LOTE             PIC 9(07).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RL-ORIGEN           PIC X(20).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RL-CODIGO           PIC X(02).
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 WS-RL-ENTRADAS         PIC ZZZZZZ9.
           05 FILLER                 PIC X(03)    VALUE SPACES.
           05 WS-RL-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RL-HASH             PIC 9(10).
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 WS-RL-RETENIDOS        PIC ZZZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RL-IMP-RETENIDO     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(31)    VALUE SPACES.

       01  WS-REP-TOTALES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "FICHERO  ".
           05 FILLER                 PIC X(07)    VALUE "LOTES: ".
           05 WS-RT-LOTES            PIC ZZZZZZ9.
           05 FILLER                 PIC X(14)    VALUE SPACES.
           05 WS-RT-ENTRADAS         PIC ZZZZZZ9.
           05 FILLER                 PIC X(03)    VALUE SPACES.
           05 WS-RT-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RT-HASH             PIC 9(10).
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 WS-RT-RETENIDOS        PIC ZZZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RT-IMP-RETENIDO     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(31)    VALUE SPACES.

       01  WS-REP-CONTEOS.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(15)    VALUE
              "PAGOS LEIDOS: ".
           05 WS-RC-LEIDOS           PIC ZZZZZZ9.
           05 FILLER                 PIC X(13)    VALUE
              "  ENVIADOS: ".
           05 WS-RC-ENVIADOS         PIC ZZZZZZ9.
           05 FILLER                 PIC X(17)    VALUE
              "  NO ENRUTADOS: ".
           05 WS-RC-NO-ENRUTADOS     PIC ZZZZ9.
           05 FILLER                 PIC X(24)    VALUE
              "  AVISOS SECUNDARIA:   ".
           05 WS-RC-AVISOS           PIC ZZZZ9.
           05 FILLER                 PIC X(38)    VALUE SPACES.

      *---------------------------------------------------------------
      *    LINEAS DEL LISTADO DE PAGOS NO ENRUTADOS Y AVISOS
      *---------------------------------------------------------------
       01  WS-NOR-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(52)    VALUE
              "TRANSMISION BANCARIA - PAGOS NO ENRUTADOS Y AVISOS".
           05 FILLER                 PIC X(60)    VALUE SPACES.

       01  WS-NOR-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(22)    VALUE "ORIGEN".
           05 FILLER                 PIC X(07)    VALUE "EMPL".
           05 FILLER                 PIC X(32)    VALUE "NOMBRE".
           05 FILLER                 PIC X(14)    VALUE "     IMPORTE".
           05 FILLER                 PIC X(40)    VALUE "MOTIVO".
           05 FILLER                 PIC X(16)    VALUE SPACES.

       01  WS-NOR-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-ND-ORIGEN           PIC X(20).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ND-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ND-NOMBRE           PIC X(30).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ND-IMPORTE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-ND-MOTIVO           PIC X(40).
           05 FILLER                 PIC X(16)    VALUE SPACES.

       01  WS-NOR-TOTALES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(23)    VALUE
              "TOTAL NO ENRUTADOS:    ".
           05 WS-NT-CONTEO           PIC ZZZZ9.
           05 FILLER                 PIC X(11)    VALUE
              "  IMPORTE: ".
           05 WS-NT-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(78)    VALUE SPACES.

       01  WS-LINEA-BLANCO           PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS80.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-PAGOS THRU 2000-EXIT
               UNTIL WS-FIN-PAGOS.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    RESUELVE LA FECHA VALOR, REUNE Y ORDENA LOS PAGOS POR
      *    ORIGEN Y EMPLEADO, ABRE LOS FICHEROS Y GRABA LA CABECERA
      *    DE FICHERO DE LA TRANSMISION.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-DELDIA  FROM TIME.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1010-ORDENAR-PAGOS THRU 1010-EXIT.

           OPEN INPUT  PAGOS-ORD
           OPEN INPUT  CUENTAS-BANCO.
           PERFORM 1020-VERIFICAR-MAESTROS THRU 1020-EXIT.
           OPEN OUTPUT TRANSMISION
           OPEN OUTPUT REPORTE
           OPEN OUTPUT NO-ENRUTADOS.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS80: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ID-ORDENANTE     TO WS-TCF-ID-ORDENANTE.
           MOVE WS-BANCO-ORDENANTE  TO WS-TCF-BANCO-ORDENANTE.
           MOVE WS-FECHA-DELDIA     TO WS-TCF-FECHA-CREACION.
           MOVE WS-HORA-HHMM        TO WS-TCF-HORA-CREACION.
           MOVE WS-FECHA-VALOR      TO WS-TCF-FECHA-VALOR.
           MOVE WS-NOMBRE-ORDENANTE TO WS-TCF-NOMBRE.
           WRITE REG-TRANSMISION FROM WS-TRN-CABECERA-FICHERO.

           MOVE WS-FECHA-VALOR TO WS-RTI-FECHA-VALOR.
           WRITE REG-REPORTE FROM WS-REP-TITULO
               BEFORE ADVANCING PAGE.
           WRITE REG-REPORTE FROM WS-REP-ENCABEZADO
               AFTER ADVANCING 2 LINES.
           WRITE REG-REPORTE FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.

           WRITE REG-NO-ENRUTADO FROM WS-NOR-TITULO
               BEFORE ADVANCING PAGE.
           WRITE REG-NO-ENRUTADO FROM WS-NOR-ENCABEZADO
               AFTER ADVANCING 2 LINES.
           WRITE REG-NO-ENRUTADO FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.

      *=================================================================
      *    1010-ORDENAR-PAGOS
      *    ORDENA LOS PAGOS DE LOS CINCO ORIGENES POR ORIGEN Y
      *    NUMERO DE EMPLEADO, CON LA SECUENCIA DE ENTRADA COMO
      *    LLAVE MENOR PARA QUE DOS PAGOS DEL MISMO EMPLEADO SALGAN
      *    EN EL ORDEN DE SU FICHERO.
      *=================================================================
       1010-ORDENAR-PAGOS.
           SORT SORT-PAGOS
               ON ASCENDING KEY SRT-ORIGEN
               ON ASCENDING KEY SRT-NUMERO-EMP
               ON ASCENDING KEY SRT-SECUENCIA
               INPUT PROCEDURE IS 1030-LIBERAR-PAGOS
                   THRU 1030-EXIT
               GIVING PAGOS-ORD.
       1010-EXIT.
           EXIT.

      *=================================================================
      *    1020-VERIFICAR-MAESTROS
      *    SIN EL MAESTRO DE CUENTAS NO HAY COMO ENRUTAR NINGUN PAGO:
      *    LA CORRIDA SE DETIENE AQUI, COMO EN AS20.
      *=================================================================
       1020-VERIFICAR-MAESTROS.
           IF WS-FS-CTABANC NOT EQUAL "00"
               DISPLAY "AS80: ERROR AL ABRIR UT-CTABANC, FILE STATUS = "
                       WS-FS-CTABANC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1020-EXIT.
           EXIT.

      *=================================================================
      *    1030-LIBERAR-PAGOS
      *    LEE CADA FICHERO DE ORIGEN Y LIBERA SUS PAGOS AL SORT CON
      *    EL ORIGEN Y LA SECUENCIA ANTEPUESTOS. UN ORIGEN EN DUMMY
      *    (SIN PAGOS ESTE CICLO) SIMPLEMENTE NO APORTA LOTE; UNO QUE
      *    NO ABRE SE AVISA Y SE OMITE.
      *=================================================================
       1030-LIBERAR-PAGOS.
           MOVE 1 TO WS-ORIGEN-ACTUAL.
           OPEN INPUT DESEMBOLSO.
           IF WS-FS-DESEMBOL EQUAL "00"
               PERFORM 1031-LIBERAR-DESEMBOLSO THRU 1031-EXIT
                   UNTIL WS-FIN-ENTRADA
               CLOSE DESEMBOLSO
           ELSE
               DISPLAY "AS80: UT-DESEMBOL NO DISPONIBLE, FILE STATUS = "
                       WS-FS-DESEMBOL ", SE OMITE"
           END-IF.
           MOVE 'N' TO WS-SW-FIN-ENTRADA.

           MOVE 2 TO WS-ORIGEN-ACTUAL.
           OPEN INPUT REEMISION.
           IF WS-FS-REEMISA EQUAL "00"
               PERFORM 1032-LIBERAR-REEMISION THRU 1032-EXIT
                   UNTIL WS-FIN-ENTRADA
               CLOSE REEMISION
           ELSE
               DISPLAY "AS80: UT-REEMISA NO DISPONIBLE, FILE STATUS = "
                       WS-FS-REEMISA ", SE OMITE"
           END-IF.
           MOVE 'N' TO WS-SW-FIN-ENTRADA.

           MOVE 3 TO WS-ORIGEN-ACTUAL.
           OPEN INPUT AJUSTES.
           IF WS-FS-AJUSTES EQUAL "00"
               PERFORM 1033-LIBERAR-AJUSTES THRU 1033-EXIT
                   UNTIL WS-FIN-ENTRADA
               CLOSE AJUSTES
           ELSE
               DISPLAY "AS80: UT-AJUSTES NO DISPONIBLE, FILE STATUS = "
                       WS-FS-AJUSTES ", SE OMITE"
           END-IF.
           MOVE 'N' TO WS-SW-FIN-ENTRADA.

           MOVE 4 TO WS-ORIGEN-ACTUAL.
           OPEN INPUT FINIQUITOS.
           IF WS-FS-ACHFIN EQUAL "00"
               PERFORM 1034-LIBERAR-FINIQUITOS THRU 1034-EXIT
                   UNTIL WS-FIN-ENTRADA
               CLOSE FINIQUITOS
           ELSE
               DISPLAY "AS80: UT-ACHFIN NO DISPONIBLE, FILE STATUS = "
                       WS-FS-ACHFIN ", SE OMITE"
           END-IF.
           MOVE 'N' TO WS-SW-FIN-ENTRADA.

           MOVE 5 TO WS-ORIGEN-ACTUAL.
           OPEN INPUT PAGA-EXTRA.
           IF WS-FS-ACHEXT EQUAL "00"
               PERFORM 1035-LIBERAR-PAGA-EXTRA THRU 1035-EXIT
                   UNTIL WS-FIN-ENTRADA
               CLOSE PAGA-EXTRA
           ELSE
               DISPLAY "AS80: UT-ACHEXT NO DISPONIBLE, FILE STATUS = "
                       WS-FS-ACHEXT ", SE OMITE"
           END-IF.
           MOVE 'N' TO WS-SW-FIN-ENTRADA.
       1030-EXIT.
           EXIT.

       1031-LIBERAR-DESEMBOLSO.
           READ DESEMBOLSO INTO WS-PAGO-ENTRADA
               AT END
                   SET WS-FIN-ENTRADA TO TRUE
               NOT AT END
                   PERFORM 1040-LIBERAR-UNO THRU 1040-EXIT
           END-READ.
       1031-EXIT.
           EXIT.

       1032-LIBERAR-REEMISION.
           READ REEMISION INTO WS-PAGO-ENTRADA
               AT END
                   SET WS-FIN-ENTRADA TO TRUE
               NOT AT END
                   PERFORM 1040-LIBERAR-UNO THRU 1040-EXIT
           END-READ.
       1032-EXIT.
           EXIT.

       1033-LIBERAR-AJUSTES.
           READ AJUSTES INTO WS-PAGO-ENTRADA
               AT END
                   SET WS-FIN-ENTRADA TO TRUE
               NOT AT END
                   PERFORM 1040-LIBERAR-UNO THRU 1040-EXIT
           END-READ.
       1033-EXIT.
           EXIT.

       1034-LIBERAR-FINIQUITOS.
           READ FINIQUITOS INTO WS-PAGO-ENTRADA
               AT END
                   SET WS-FIN-ENTRADA TO TRUE
               NOT AT END
                   PERFORM 1040-LIBERAR-UNO THRU 1040-EXIT
           END-READ.
       1034-EXIT.
           EXIT.

       1035-LIBERAR-PAGA-EXTRA.
           READ PAGA-EXTRA INTO WS-PAGO-ENTRADA
               AT END
                   SET WS-FIN-ENTRADA TO TRUE
               NOT AT END
                   PERFORM 1040-LIBERAR-UNO THRU 1040-EXIT
           END-READ.
       1035-EXIT.
           EXIT.

       1040-LIBERAR-UNO.
           ADD 1 TO WS-SECUENCIA-ENTRADA.
           MOVE WS-ORIGEN-ACTUAL     TO SRT-ORIGEN.
           MOVE WS-SECUENCIA-ENTRADA TO SRT-SECUENCIA.
           MOVE WS-PAGO-ENTRADA      TO SRT-PAGO.
           RELEASE REG-SORT-PAGOS.
       1040-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *    LEE LA FECHA VALOR DE LA TARJETA UT-PARAMS (AAAAMMDD). SIN
      *    TARJETA, LA FECHA VALOR ES LA FECHA DEL DIA.
      *=================================================================
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-VALOR IS NUMERIC
                               AND PARM-FECHA-VALOR IS GREATER
                                   THAN ZERO
                           MOVE PARM-FECHA-VALOR TO WS-FECHA-VALOR
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

           IF WS-FECHA-VALOR EQUAL ZERO
               MOVE WS-FECHA-DELDIA TO WS-FECHA-VALOR
           END-IF.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    2000-PROCESAR-PAGOS
      *=================================================================
       2000-PROCESAR-PAGOS.
           READ PAGOS-ORD INTO WS-PAGO
               AT END
                   SET WS-FIN-PAGOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAGOS-LEIDOS
                   PERFORM 2100-TRATAR-PAGO THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      *=================================================================
      *    2100-TRATAR-PAGO
      *    CORTE DE CONTROL POR ORIGEN (UN LOTE POR ORIGEN); ENRUTA EL
      *    PAGO POR EL MAESTRO DE CUENTAS Y GRABA UNA ENTRADA A LA
      *    PRIMARIA Y, SI HAY REPARTO, OTRA A LA SECUNDARIA. EL PAGO
      *    QUE NO SE PUEDE ENRUTAR VA AL LISTADO Y NO SE ENVIA.
      *=================================================================
       2100-TRATAR-PAGO.
           IF WS-PAG-ORIGEN NOT EQUAL WS-LOTE-ORIGEN
               IF WS-LOTE-ABIERTO
                   PERFORM 2600-CERRAR-LOTE THRU 2600-EXIT
               END-IF
               PERFORM 2500-ABRIR-LOTE THRU 2500-EXIT
           END-IF.

           SET WS-ENRUTABLE TO TRUE.
           PERFORM 2200-BUSCAR-CUENTA THRU 2200-EXIT.
           IF WS-NO-ENRUTABLE
               PERFORM 2800-LISTAR-NO-ENRUTADO THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2300-REPARTIR-IMPORTE THRU 2300-EXIT.

           MOVE CTA-BANCO-1          TO WS-ENA-BANCO.
           MOVE CTA-CUENTA-1         TO WS-ENA-CUENTA.
           MOVE CTA-TIPO-CUENTA-1    TO WS-ENA-TIPO-CUENTA.
           MOVE WS-IMPORTE-PRIMARIA  TO WS-ENA-IMPORTE.
           MOVE 'P'                  TO WS-ENA-ORDEN.
           PERFORM 2400-GRABAR-ENTRADA THRU 2400-EXIT.

           IF WS-IMPORTE-SECUNDARIA IS GREATER THAN ZERO
               MOVE CTA-BANCO-2           TO WS-ENA-BANCO
               MOVE CTA-CUENTA-2          TO WS-ENA-CUENTA
               MOVE CTA-TIPO-CUENTA-2     TO WS-ENA-TIPO-CUENTA
               MOVE WS-IMPORTE-SECUNDARIA TO WS-ENA-IMPORTE
               MOVE 'S'                   TO WS-ENA-ORDEN
               PERFORM 2400-GRABAR-ENTRADA THRU 2400-EXIT
           END-IF.

           ADD 1 TO WS-PAGOS-ENVIADOS.
           MOVE "PAGO TRANSMITIDO" TO WS-HMV-CONCEPTO.
           MOVE WS-FECHA-VALOR     TO WS-HMF-FECHA.
           MOVE WS-HMV-FECHA-VALOR TO WS-HMV-VALOR-DESPUES.
           PERFORM 2900-HISTORICO-PAGO THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *=================================================================
      *    2200-BUSCAR-CUENTA
      *    LEE LA CUENTA DEL EMPLEADO. SIN REGISTRO, O CON LA CUENTA
      *    PRIMARIA EN PRENOTIFICACION O SIN VERIFICAR, EL PAGO NO ES
      *    ENRUTABLE Y QUEDA EL MOTIVO CARGADO.
      *=================================================================
       2200-BUSCAR-CUENTA.
           MOVE WS-PAG-NUMERO-EMP TO CTA-NUMERO-EMP.
           READ CUENTAS-BANCO
               INVALID KEY
                   SET WS-NO-ENRUTABLE TO TRUE
                   MOVE "SIN CUENTA BANCARIA EN MAESTRO"
                       TO WS-MOTIVO-NO-ENRUTADO
           END-READ.
           IF WS-NO-ENRUTABLE
               GO TO 2200-EXIT
           END-IF.

           IF CTA-PRENOTA-1
               SET WS-NO-ENRUTABLE TO TRUE
               MOVE "CUENTA PRIMARIA EN PRENOTIFICACION"
                   TO WS-MOTIVO-NO-ENRUTADO
               GO TO 2200-EXIT
           END-IF.

           IF NOT CTA-VERIFICADA-1
                   OR CTA-CUENTA-1 EQUAL SPACES
               SET WS-NO-ENRUTABLE TO TRUE
               MOVE "CUENTA PRIMARIA NO VERIFICADA"
                   TO WS-MOTIVO-NO-ENRUTADO
           END-IF.
       2200-EXIT.
           EXIT.

      *=================================================================
      *    2300-REPARTIR-IMPORTE
      *    SEPARA LA PORCION DE LA CUENTA SECUNDARIA (PORCENTAJE DEL
      *    PAGO O IMPORTE FIJO TOPADO AL PAGO); LA PRIMARIA RECIBE EL
      *    RESTO. UNA SECUNDARIA SIN VERIFICAR NO RECIBE NADA: EL
      *    PAGO ENTERO VA A LA PRIMARIA Y SE DEJA UN AVISO.
      *=================================================================
       2300-REPARTIR-IMPORTE.
           MOVE WS-PAG-IMPORTE TO WS-IMPORTE-PRIMARIA.
           MOVE ZEROS          TO WS-IMPORTE-SECUNDARIA.

           IF NOT CTA-REPARTO-PORCENTAJE
                   AND NOT CTA-REPARTO-FIJO
               GO TO 2300-EXIT
           END-IF.
           IF CTA-CUENTA-2 EQUAL SPACES
               GO TO 2300-EXIT
           END-IF.

           IF NOT CTA-VERIFICADA-2
               ADD 1 TO WS-AVISOS-SECUNDARIA
               MOVE "AVISO: SECUNDARIA SIN VERIFICAR, A PRIMARIA"
                   TO WS-MOTIVO-NO-ENRUTADO
               PERFORM 2850-LISTAR-AVISO THRU 2850-EXIT
               GO TO 2300-EXIT
           END-IF.

           IF CTA-REPARTO-PORCENTAJE
               COMPUTE WS-IMPORTE-SECUNDARIA ROUNDED =
                   WS-PAG-IMPORTE * CTA-REPARTO-PCT / 100
           ELSE
               MOVE CTA-REPARTO-IMPORTE TO WS-IMPORTE-SECUNDARIA
           END-IF.

           IF WS-IMPORTE-SECUNDARIA IS GREATER THAN WS-PAG-IMPORTE
               MOVE WS-PAG-IMPORTE TO WS-IMPORTE-SECUNDARIA
           END-IF.

           SUBTRACT WS-IMPORTE-SECUNDARIA FROM WS-IMPORTE-PRIMARIA.
       2300-EXIT.
           EXIT.

      *=================================================================
      *    2400-GRABAR-ENTRADA
      *    GRABA UNA ENTRADA '6' CON LA CUENTA DE WS-ENTRADA-ACTUAL Y
      *    LA SUMA A LOS TOTALES DE CONTROL DEL LOTE Y DEL FICHERO.
      *    UNA PORCION EN CERO (REPARTO AL 100 POR CIENTO A LA
      *    SECUNDARIA) NO SE GRABA.
      *=================================================================
       2400-GRABAR-ENTRADA.
           IF WS-ENA-IMPORTE EQUAL ZERO
                   AND WS-PAG-IMPORTE IS GREATER THAN ZERO
               GO TO 2400-EXIT
           END-IF.

           ADD 1 TO WS-SECUENCIA-TRANS.
           MOVE WS-PAG-CODIGO-TRANS TO WS-TEN-CODIGO-TRANS.
           MOVE WS-ENA-TIPO-CUENTA  TO WS-TEN-TIPO-CUENTA.
           MOVE WS-ENA-BANCO        TO WS-TEN-BANCO.
           MOVE WS-ENA-CUENTA       TO WS-TEN-CUENTA.
           MOVE WS-ENA-IMPORTE      TO WS-TEN-IMPORTE.
           MOVE WS-PAG-NUMERO-EMP   TO WS-TEN-NUMERO-EMP.
           MOVE WS-PAG-NOMBRE-EMP   TO WS-TEN-NOMBRE-EMP.
           MOVE WS-SECUENCIA-TRANS  TO WS-TEN-SECUENCIA.
           MOVE WS-ENA-ORDEN        TO WS-TEN-ORDEN.
           WRITE REG-TRANSMISION FROM WS-TRN-ENTRADA.

           ADD 1              TO WS-LOTE-ENTRADAS.
           ADD WS-ENA-BANCO   TO WS-LOTE-HASH.
           ADD WS-ENA-IMPORTE TO WS-LOTE-TOTAL.
       2400-EXIT.
           EXIT.

      *=================================================================
      *    2500-ABRIR-LOTE
      *    INICIA EL LOTE DEL ORIGEN DEL PAGO EN CURSO: NUMERA EL
      *    LOTE, LIMPIA SUS TOTALES Y GRABA LA CABECERA '5'. EL CODIGO
      *    DE TRANSACCION DEL LOTE ES EL DEL PRIMER PAGO DEL ORIGEN.
      *=================================================================
       2500-ABRIR-LOTE.
           ADD 1 TO WS-LOTE-NUMERO.
           MOVE WS-PAG-ORIGEN       TO WS-LOTE-ORIGEN.
           MOVE WS-PAG-CODIGO-TRANS TO WS-LOTE-CODIGO-TRANS.
           MOVE ZEROS TO WS-LOTE-ENTRADAS
                         WS-LOTE-HASH
                         WS-LOTE-TOTAL
                         WS-LOTE-RETENIDOS
                         WS-LOTE-IMP-RETENIDO.
           SET WS-LOTE-ABIERTO TO TRUE.

           MOVE WS-LOTE-NUMERO       TO WS-TCL-LOTE.
           MOVE WS-LOTE-CODIGO-TRANS TO WS-TCL-CODIGO-TRANS.
           MOVE WS-LOTE-ORIGEN       TO WS-TCL-ORIGEN.
           MOVE WS-ORIGEN-DESCRIPCION (WS-LOTE-ORIGEN)
               TO WS-TCL-DESCRIPCION.
           MOVE WS-FECHA-VALOR       TO WS-TCL-FECHA-VALOR.
           MOVE WS-ID-ORDENANTE      TO WS-TCL-ID-ORDENANTE.
           WRITE REG-TRANSMISION FROM WS-TRN-CABECERA-LOTE.
       2500-EXIT.
           EXIT.

      *=================================================================
      *    2600-CERRAR-LOTE
      *    GRABA EL CONTROL DE LOTE '8', ACUMULA SUS TOTALES EN LOS
      *    DEL FICHERO E IMPRIME SU LINEA DE CUADRE.
      *=================================================================
       2600-CERRAR-LOTE.
           MOVE WS-LOTE-NUMERO       TO WS-TKL-LOTE.
           MOVE WS-LOTE-CODIGO-TRANS TO WS-TKL-CODIGO-TRANS.
           MOVE WS-LOTE-ENTRADAS     TO WS-TKL-ENTRADAS.
           MOVE WS-LOTE-HASH         TO WS-TKL-HASH.
           MOVE WS-LOTE-TOTAL        TO WS-TKL-TOTAL.
           WRITE REG-TRANSMISION FROM WS-TRN-CONTROL-LOTE.

           ADD 1                TO WS-FIC-LOTES.
           ADD WS-LOTE-ENTRADAS TO WS-FIC-ENTRADAS.
           ADD WS-LOTE-HASH     TO WS-FIC-HASH.
           ADD WS-LOTE-TOTAL    TO WS-FIC-TOTAL.

           MOVE WS-LOTE-NUMERO       TO WS-RL-LOTE.
           MOVE WS-ORIGEN-DESCRIPCION (WS-LOTE-ORIGEN)
               TO WS-RL-ORIGEN.
           MOVE WS-LOTE-CODIGO-TRANS TO WS-RL-CODIGO.
           MOVE WS-LOTE-ENTRADAS     TO WS-RL-ENTRADAS.
           MOVE WS-LOTE-TOTAL        TO WS-RL-TOTAL.
           MOVE WS-TKL-HASH          TO WS-RL-HASH.
           MOVE WS-LOTE-RETENIDOS    TO WS-RL-RETENIDOS.
           MOVE WS-LOTE-IMP-RETENIDO TO WS-RL-IMP-RETENIDO.
           WRITE REG-REPORTE FROM WS-REP-LOTE
               AFTER ADVANCING 1 LINE.

           MOVE 'N' TO WS-SW-LOTE-ABIERTO.
       2600-EXIT.
           EXIT.

      *=================================================================
      *    2800-LISTAR-NO-ENRUTADO
      *    EL PAGO NO SE ENVIA: SE LISTA CON SU MOTIVO PARA QUE
      *    TESORERIA LO PAGUE POR OTRA VIA, Y SE CUENTA COMO RETENIDO
      *    EN EL LOTE DE SU ORIGEN.
      *=================================================================
       2800-LISTAR-NO-ENRUTADO.
           ADD 1              TO WS-NO-ENRUTADOS.
           ADD WS-PAG-IMPORTE TO WS-IMPORTE-NO-ENRUTADO.
           ADD 1              TO WS-LOTE-RETENIDOS.
           ADD WS-PAG-IMPORTE TO WS-LOTE-IMP-RETENIDO.
           PERFORM 2850-LISTAR-AVISO THRU 2850-EXIT.
           MOVE "PAGO NO ENRUTADO"    TO WS-HMV-CONCEPTO.
           MOVE WS-MOTIVO-NO-ENRUTADO TO WS-HMV-VALOR-DESPUES.
           PERFORM 2900-HISTORICO-PAGO THRU 2900-EXIT.
       2800-EXIT.
           EXIT.

      *=================================================================
      *    2850-LISTAR-AVISO
      *    IMPRIME LA LINEA DEL PAGO EN CURSO CON WS-MOTIVO-NO-ENRUTADO.
      *=================================================================
       2850-LISTAR-AVISO.
           MOVE WS-ORIGEN-DESCRIPCION (WS-PAG-ORIGEN)
               TO WS-ND-ORIGEN.
           MOVE WS-PAG-NUMERO-EMP     TO WS-ND-NUMERO.
           MOVE WS-PAG-NOMBRE-EMP     TO WS-ND-NOMBRE.
           MOVE WS-PAG-IMPORTE        TO WS-ND-IMPORTE.
           MOVE WS-MOTIVO-NO-ENRUTADO TO WS-ND-MOTIVO.
           WRITE REG-NO-ENRUTADO FROM WS-NOR-DETALLE
               AFTER ADVANCING 1 LINE.
       2850-EXIT.
           EXIT.

      *=================================================================
      *    2900-HISTORICO-PAGO
      *    MOVIMIENTO DEL HISTORICO DEL PAGO EN CURSO, CON EL CONCEPTO
      *    Y EL VALOR DESPUES (FECHA VALOR O MOTIVO) YA CARGADOS: EL
      *    VALOR ANTES ES EL ORIGEN DEL PAGO Y EL IMPORTE EL DEL PAGO.
      *=================================================================
       2900-HISTORICO-PAGO.
           MOVE WS-PAG-NUMERO-EMP TO WS-HMV-NUMERO-EMP.
           MOVE WS-ORIGEN-DESCRIPCION (WS-PAG-ORIGEN)
               TO WS-HMV-VALOR-ANTES.
           MOVE WS-PAG-IMPORTE    TO WS-HMV-IMPORTE.
           PERFORM 2950-GRABAR-HISTORICO THRU 2950-EXIT.
       2900-EXIT.
           EXIT.

      *=================================================================
      *    2950-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       2950-GRABAR-HISTORICO.
           MOVE WS-FECHA-DELDIA   TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS80"            TO WS-HMV-PROGRAMA.
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
      *    CIERRA EL ULTIMO LOTE, GRABA EL CONTROL DE FICHERO '9' CON
      *    EL CONTEO DE ENTRADAS, EL HASH Y EL TOTAL, IMPRIME LOS
      *    TOTALES DE CUADRE Y CIERRA.
      *=================================================================
       3000-FINALIZAR.
           IF WS-LOTE-ABIERTO
               PERFORM 2600-CERRAR-LOTE THRU 2600-EXIT
           END-IF.

           MOVE WS-FIC-LOTES    TO WS-TKF-LOTES.
           MOVE WS-FIC-ENTRADAS TO WS-TKF-ENTRADAS.
           MOVE WS-FIC-HASH     TO WS-TKF-HASH.
           MOVE WS-FIC-TOTAL    TO WS-TKF-TOTAL.
           WRITE REG-TRANSMISION FROM WS-TRN-CONTROL-FICHERO.

           MOVE WS-FIC-LOTES           TO WS-RT-LOTES.
           MOVE WS-FIC-ENTRADAS        TO WS-RT-ENTRADAS.
           MOVE WS-FIC-TOTAL           TO WS-RT-TOTAL.
           MOVE WS-TKF-HASH            TO WS-RT-HASH.
           MOVE WS-NO-ENRUTADOS        TO WS-RT-RETENIDOS.
           MOVE WS-IMPORTE-NO-ENRUTADO TO WS-RT-IMP-RETENIDO.
           WRITE REG-REPORTE FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           WRITE REG-REPORTE FROM WS-REP-TOTALES
               AFTER ADVANCING 1 LINE.

           MOVE WS-PAGOS-LEIDOS      TO WS-RC-LEIDOS.
           MOVE WS-PAGOS-ENVIADOS    TO WS-RC-ENVIADOS.
           MOVE WS-NO-ENRUTADOS      TO WS-RC-NO-ENRUTADOS.
           MOVE WS-AVISOS-SECUNDARIA TO WS-RC-AVISOS.
           WRITE REG-REPORTE FROM WS-REP-CONTEOS
               AFTER ADVANCING 2 LINES.

           MOVE WS-NO-ENRUTADOS        TO WS-NT-CONTEO.
           MOVE WS-IMPORTE-NO-ENRUTADO TO WS-NT-IMPORTE.
           WRITE REG-NO-ENRUTADO FROM WS-LINEA-BLANCO
               AFTER ADVANCING 1 LINE.
           WRITE REG-NO-ENRUTADO FROM WS-NOR-TOTALES
               AFTER ADVANCING 1 LINE.

           CLOSE PAGOS-ORD
           CLOSE CUENTAS-BANCO
           CLOSE TRANSMISION
           CLOSE REPORTE
           CLOSE NO-ENRUTADOS
           CLOSE HISTORICO-MOV.
       3000-EXIT.
           EXIT.
