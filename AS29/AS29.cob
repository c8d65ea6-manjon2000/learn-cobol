       IDENTIFICATION DIVISION.
       PROGRAM-ID.           AS29.
       AUTHOR.               LFC.
       INSTALLATION.         LINUX.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
       SECURITY.             CONFIDENTIAL.
      *---------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *---------------------------------------------------------------
      * 10/15/26  LFC  ALTA INICIAL: PRUEBA DE CUADRE DEL CICLO DE
      *                NOMINA. CORRE DESPUES DE AS20 Y AS21 Y ANTES DE
      *                ENVIAR NADA AL BANCO O A CONTABILIDAD, Y CRUZA
      *                LAS SALIDAS DEL CICLO ENTRE SI: EL TOTAL QUE
      *                AS20 DEJO EN UT-RUNCTL CONTRA EL TRAILER DE
      *                UT-GLEXTR (Y EL TRAILER CONTRA SUS PROPIOS
      *                CARGOS Y ABONOS); EL BRUTO DE UT-TALONDET
      *                CONTRA NETO MAS DEDUCCIONES, EN TOTAL Y POR
      *                EMPLEADO; LAS DEDUCCIONES DE UT-TALONDET POR
      *                CODIGO CONTRA LOS TOTALES DEL REGISTRO
      *                UT-REGDED; EL NETO ('N') CONTRA EL IMPORTE Y EL
      *                CONTEO DE UT-DESEMBOL; Y LA VARIACION ENTRE LAS
      *                DOS ULTIMAS GENERACIONES DEL ACUMULADO ANUAL
      *                (UT-YTDANT / UT-YTDNEW) CONTRA EL DETALLE DE
      *                TALON DEL PERIODO (UT-TALONDET MAS EL DETALLE
      *                FUERA DE CICLO UT-TALFUERA QUE AS21 LEYO
      *                CONCATENADO), POR TIPO DE CONCEPTO. IMPRIME EL
      *                CERTIFICADO DE CUADRE EN UNA PAGINA (UT-CERTIF)
      *                Y TERMINA CON RC 8 SI ALGUNA VERIFICACION NO
      *                CUADRA, PARA QUE LA JCL NO ENVIE NI EL PAGO NI
      *                EL EXTRACTO GL. RC 16 SI FALTA UNA ENTRADA.
      * 10/15/26  LFC  CUADRA TAMBIEN EL EXTRACTO GL DE APORTACIONES
      *                PATRONALES (UT-GLAPOR) CON LAS MISMAS PRUEBAS
      *                QUE UT-GLEXTR: DEBE = HABER EN EL TRAILER, EL
      *                TRAILER CONTRA SUS CARGOS Y ABONOS Y UN SOLO
      *                TRAILER. CONTABILIDAD LO RECIBE COMO INTERFAZ
      *                PROPIA; YA NO VIAJA CONCATENADO A UT-GLEXTR.
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

           SELECT RUN-CONTROL      ASSIGN TO UT-RUNCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-RUNCTL.

           SELECT GL-EXTRACTO      ASSIGN TO UT-GLEXTR
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-GLEXTR.

           SELECT GL-APORTES       ASSIGN TO UT-GLAPOR
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-GLAPOR.

           SELECT TALON-DETALLE    ASSIGN TO UT-TALONDET
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-TALONDET.

           SELECT TALON-FUERA      ASSIGN TO UT-TALFUERA
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-TALFUERA.

           SELECT REGISTRO-DED     ASSIGN TO UT-REGDED
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-REGDED.

           SELECT NOMINA-ACH       ASSIGN TO UT-DESEMBOL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-DESEMBOL.

           SELECT YTD-ANT          ASSIGN TO UT-YTDANT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-YTD-ANT.

           SELECT YTD-NVO          ASSIGN TO UT-YTDNEW
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-YTD-NVO.

           SELECT CERTIFICADO      ASSIGN TO UT-CERTIF
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *    TARJETA DE PARAMETROS: PERIODO AAAAMM A CERTIFICAR. SIN
      *    TARJETA SE TOMA EL ULTIMO CIERRE DE AS20 EN UT-RUNCTL.
      *---------------------------------------------------------------
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-PERIODO           PIC 9(06).

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
      *    EXTRACTO GL DE APORTACIONES PATRONALES DE AS20, MISMO
      *    TRAZADO QUE UT-GLEXTR CON SU PROPIO TRAILER.
      *---------------------------------------------------------------
       FD  GL-APORTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS REG-GL-APORTE.
       01  REG-GL-APORTE.
           05 GLA-TIPO               PIC X(01).
           05 GLA-CENTRO-COSTO       PIC 9(05).
           05 GLA-CUENTA             PIC X(10).
           05 GLA-IMPORTE-DEBE       PIC 9(09)V99.
           05 GLA-IMPORTE-HABER      PIC 9(09)V99.

       FD  TALON-DETALLE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 68 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
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
      *    DETALLE DE TALON FUERA DE CICLO (AS65 Y AS26), MISMO
      *    TRAZADO. SOLO ENTRA EN LA VERIFICACION DEL ACUMULADO.
      *---------------------------------------------------------------
       FD  TALON-FUERA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 68 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TALON-FUERA.
       01  REG-TALON-FUERA.
           05 TFU-TIPO               PIC X(01).
           05 FILLER                 PIC X(58).
           05 TFU-IMPORTE            PIC 9(07)V99.

      *---------------------------------------------------------------
      *    REGISTRO DE DEDUCCIONES DE AS20 (LINEAS DE 132 BYTES). LAS
      *    LINEAS DE DETALLE DEL BLOQUE DE DEDUCCIONES LLEVAN EL
      *    CODIGO EN LAS COLUMNAS 4-5 Y EL TOTAL EDITADO EN 44-57,
      *    COMO WS-REGDED-DETALLE DE AS20.
      *---------------------------------------------------------------
       FD  REGISTRO-DED
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REGISTRO-DED.
       01  REG-REGISTRO-DED          PIC X(132).

       FD  NOMINA-ACH
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-ACH.
       01  REG-ACH.
           05 ACH-NUMERO-EMP         PIC 9(05).
           05 ACH-NOMBRE-EMP         PIC X(30).
           05 ACH-IMPORTE            PIC 9(07)V99.
           05 ACH-CODIGO-TRANS       PIC X(02).

      *---------------------------------------------------------------
      *    ACUMULADO ANUAL DE AS21 (23 BYTES), GENERACION ANTERIOR Y
      *    GENERACION RECIEN GRABADA.
      *---------------------------------------------------------------
       FD  YTD-ANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-YTD-ANT.
       01  REG-YTD-ANT.
           05 YTA-NUMERO-EMP         PIC 9(05).
           05 YTA-ANO                PIC 9(04).
           05 YTA-TIPO               PIC X(01).
           05 YTA-CODIGO             PIC 9(02).
           05 YTA-IMPORTE            PIC 9(09)V99.

       FD  YTD-NVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-YTD-NVO.
       01  REG-YTD-NVO.
           05 YTN-NUMERO-EMP         PIC 9(05).
           05 YTN-ANO                PIC 9(04).
           05 YTN-TIPO               PIC X(01).
           05 YTN-CODIGO             PIC 9(02).
           05 YTN-IMPORTE            PIC 9(09)V99.

       FD  CERTIFICADO
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-CERTIFICADO.
       01  REG-CERTIFICADO           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAMETROS          PIC X(02)    VALUE '00'.
       01  WS-FS-RUNCTL              PIC X(02)    VALUE '00'.
       01  WS-FS-GLEXTR              PIC X(02)    VALUE '00'.
       01  WS-FS-GLAPOR              PIC X(02)    VALUE '00'.
       01  WS-FS-TALONDET            PIC X(02)    VALUE '00'.
       01  WS-FS-TALFUERA            PIC X(02)    VALUE '00'.
       01  WS-FS-REGDED              PIC X(02)    VALUE '00'.
       01  WS-FS-DESEMBOL            PIC X(02)    VALUE '00'.
       01  WS-FS-YTD-ANT             PIC X(02)    VALUE '00'.
       01  WS-FS-YTD-NVO             PIC X(02)    VALUE '00'.

       01  WS-FECHA-DELDIA           PIC 9(08)    VALUE ZEROS.
       01  WS-PERIODO-CORRIDA        PIC 9(06)    VALUE ZEROS.
       01  WS-PERIODO-CORRIDA-R REDEFINES WS-PERIODO-CORRIDA.
           05 WS-ANO-CORRIDA         PIC 9(04).
           05 WS-MES-CORRIDA         PIC 9(02).
       01  WS-PERIODO-CIERRE         PIC 9(06)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN              PIC X(01)    VALUE 'N'.
              88 WS-FIN                         VALUE 'S'.
           05 WS-SW-RCT-HALLADO      PIC X(01)    VALUE 'N'.
              88 WS-RCT-HALLADO                 VALUE 'S'.
           05 WS-SW-TRAILER-GL       PIC X(01)    VALUE 'N'.
              88 WS-HAY-TRAILER-GL              VALUE 'S'.
           05 WS-SW-SECCION-REGDED   PIC X(01)    VALUE SPACE.
              88 WS-SECCION-DEDUCCIONES         VALUE 'D'.
              88 WS-SECCION-OTRA                VALUE 'O'.
           05 WS-SW-PRIMER-TALON     PIC X(01)    VALUE 'S'.
              88 WS-PRIMER-TALON                VALUE 'S'.

      *---------------------------------------------------------------
      *    TOTALES DE CADA FUENTE
      *---------------------------------------------------------------
       01  WS-TOTALES-FUENTES.
           05 WS-RCT-TOTAL           PIC 9(09)V99 VALUE ZEROS.
           05 WS-GL-TRAILER-DEBE     PIC 9(09)V99 VALUE ZEROS.
           05 WS-GL-TRAILER-HABER    PIC 9(09)V99 VALUE ZEROS.
           05 WS-GL-SUMA-DEBE        PIC 9(11)V99 VALUE ZEROS.
           05 WS-GL-SUMA-HABER       PIC 9(11)V99 VALUE ZEROS.
           05 WS-GLA-TRAILER-DEBE    PIC 9(09)V99 VALUE ZEROS.
           05 WS-GLA-TRAILER-HABER   PIC 9(09)V99 VALUE ZEROS.
           05 WS-GLA-TRAILERS        PIC 9(05)    VALUE ZEROS.
           05 WS-GLA-SUMA-DEBE       PIC 9(11)V99 VALUE ZEROS.
           05 WS-GLA-SUMA-HABER      PIC 9(11)V99 VALUE ZEROS.
           05 WS-TAL-BRUTO           PIC 9(11)V99 VALUE ZEROS.
           05 WS-TAL-DEDUCCIONES     PIC 9(11)V99 VALUE ZEROS.
           05 WS-TAL-NETO            PIC 9(11)V99 VALUE ZEROS.
           05 WS-TAL-NETO-CUENTA     PIC 9(07)    VALUE ZEROS.
           05 WS-TAL-NETO-MAS-DED    PIC 9(11)V99 VALUE ZEROS.
           05 WS-TAL-DESCUADRADOS    PIC 9(07)    VALUE ZEROS.
           05 WS-REGDED-TOTAL        PIC 9(11)V99 VALUE ZEROS.
           05 WS-ACH-TOTAL           PIC 9(11)V99 VALUE ZEROS.
           05 WS-ACH-CUENTA          PIC 9(07)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    CUADRE POR EMPLEADO DENTRO DE UT-TALONDET (EL DETALLE
      *    VIENE AGRUPADO POR EMPLEADO: BRUTO, DEVENGOS, DEDUCCIONES
      *    Y NETO).
      *---------------------------------------------------------------
       01  WS-TALON-EMPLEADO.
           05 WS-TEM-NUMERO          PIC 9(05)    VALUE ZEROS.
           05 WS-TEM-BRUTO           PIC 9(09)V99 VALUE ZEROS.
           05 WS-TEM-DEDUCCIONES     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TEM-NETO            PIC 9(09)V99 VALUE ZEROS.
           05 WS-TEM-NETO-MAS-DED    PIC 9(09)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    DEDUCCIONES POR CODIGO: SEGUN UT-TALONDET Y SEGUN UT-REGDED
      *---------------------------------------------------------------
       01  WS-TABLA-CODIGOS.
           05 WS-COD-USADOS          PIC 9(03) COMP VALUE ZERO.
           05 WS-COD-ENTRADA         OCCURS 99 TIMES.
              10 WS-TC-CODIGO        PIC 9(02).
              10 WS-TC-TALONES       PIC 9(11)V99.
              10 WS-TC-REGISTRO      PIC 9(11)V99.
       77  WS-IND-COD                PIC 9(03) COMP.
       77  WS-IND-COD-HALLADO        PIC 9(03) COMP.
       01  WS-CODIGO-BUSCADO         PIC 9(02)    VALUE ZEROS.

       01  WS-LINEA-REGDED.
           05 WS-LRD-BLANCOS         PIC X(03).
           05 WS-LRD-CODIGO          PIC X(02).
           05 WS-LRD-CODIGO-N REDEFINES WS-LRD-CODIGO
                                     PIC 9(02).
           05 FILLER                 PIC X(36).
           05 WS-LRD-TITULO          PIC X(15).
           05 FILLER                 PIC X(76).
       01  WS-LINEA-REGDED-R REDEFINES WS-LINEA-REGDED.
           05 FILLER                 PIC X(43).
           05 WS-LRD-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(75).
       01  WS-IMPORTE-REGDED         PIC 9(09)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    VARIACION DEL ACUMULADO ANUAL Y DETALLE DEL PERIODO POR
      *    TIPO DE CONCEPTO (1 'B' BRUTO, 2 'E' DEVENGOS, 3 'D'
      *    DEDUCCIONES, 4 'N' NETO).
      *---------------------------------------------------------------
       01  WS-TIPOS-VALORES.
           05 FILLER                 PIC X(21)
                                      VALUE "BBRUTO               ".
           05 FILLER                 PIC X(21)
                                      VALUE "EDEVENGOS VARIABLES  ".
           05 FILLER                 PIC X(21)
                                      VALUE "DDEDUCCIONES         ".
           05 FILLER                 PIC X(21)
                                      VALUE "NNETO                ".
       01  WS-TABLA-TIPOS REDEFINES WS-TIPOS-VALORES.
           05 WS-TIPO-ENTRADA        OCCURS 4 TIMES.
              10 WS-TT-TIPO          PIC X(01).
              10 WS-TT-DESCRIPCION   PIC X(20).
       01  WS-TABLA-YTD.
           05 WS-YTD-ENTRADA         OCCURS 4 TIMES.
              10 WS-TY-ANTERIOR      PIC 9(11)V99.
              10 WS-TY-NUEVO         PIC 9(11)V99.
              10 WS-TY-DETALLE       PIC 9(11)V99.
       77  WS-IND-TIPO               PIC 9(02) COMP.
       77  WS-IND-TIPO-HALLADO       PIC 9(02) COMP.
       01  WS-TIPO-BUSCADO           PIC X(01)    VALUE SPACE.

      *---------------------------------------------------------------
      *    VERIFICACION EN CURSO (LA IMPRIME 3100-IMPRIMIR-
      *    VERIFICACION Y CUENTA LAS QUE NO CUADRAN)
      *---------------------------------------------------------------
       01  WS-VERIFICACION.
           05 WS-VER-NUMERO          PIC 9(02)    VALUE ZEROS.
           05 WS-VER-DESCRIPCION     PIC X(44)    VALUE SPACES.
           05 WS-VER-IMPORTE-A       PIC S9(11)V99 VALUE ZEROS.
           05 WS-VER-IMPORTE-B       PIC S9(11)V99 VALUE ZEROS.
           05 WS-VER-DIFERENCIA      PIC S9(11)V99 VALUE ZEROS.
       01  WS-DESCUADRES             PIC 9(03)    VALUE ZEROS.

      *---------------------------------------------------------------
      *    LINEAS DEL CERTIFICADO
      *---------------------------------------------------------------
       01  WS-CER-TITULO.
           05 FILLER                 PIC X(30)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "CERTIFICADO DE CUADRE DEL CICLO DE NOMINA".
           05 FILLER                 PIC X(58)    VALUE SPACES.

       01  WS-CER-PERIODO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(09)    VALUE "PERIODO: ".
           05 WS-CP-PERIODO          PIC 9(06).
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(16)
                                      VALUE "CIERRE AS20 EL ".
           05 WS-CP-FECHA-AS20       PIC 9(08).
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(20)
                                      VALUE "CERTIFICADO EL ".
           05 WS-CP-FECHA            PIC 9(08).
           05 FILLER                 PIC X(54)    VALUE SPACES.

       01  WS-CER-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(49)    VALUE "VERIFICACION".
           05 FILLER                 PIC X(20)    VALUE
              "          IMPORTE A".
           05 FILLER                 PIC X(20)    VALUE
              "          IMPORTE B".
           05 FILLER                 PIC X(20)    VALUE
              "         DIFERENCIA".
           05 FILLER                 PIC X(10)    VALUE "RESULTADO".
           05 FILLER                 PIC X(12)    VALUE SPACES.

       01  WS-CER-DETALLE.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-CD-NUMERO           PIC Z9.
           05 FILLER                 PIC X(02)    VALUE ". ".
           05 WS-CD-DESCRIPCION      PIC X(44).
           05 WS-CD-IMPORTE-A        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CD-IMPORTE-B        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CD-DIFERENCIA       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CD-RESULTADO        PIC X(10).
           05 FILLER                 PIC X(13)    VALUE SPACES.

       01  WS-CER-CODIGO.
           05 FILLER                 PIC X(09)    VALUE SPACES.
           05 FILLER                 PIC X(18)
                                      VALUE "DEDUCCION CODIGO ".
           05 WS-CC-CODIGO           PIC 9(02).
           05 FILLER                 PIC X(20)
                                      VALUE " TALONES / REGISTRO".
           05 WS-CC-TALONES          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-CC-REGISTRO         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(45)    VALUE SPACES.

       01  WS-CER-RESULTADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 WS-CR-TEXTO            PIC X(70).
           05 FILLER                 PIC X(14)
                                      VALUE "VERIFICACIONES".
           05 FILLER                 PIC X(17)
                                      VALUE " DESCUADRADAS: ".
           05 WS-CR-DESCUADRES       PIC ZZ9.
           05 FILLER                 PIC X(27)    VALUE SPACES.

       01  WS-CER-FIRMA.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(40)    VALUE
              "REVISADO NOMINA: ______________________".
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 FILLER                 PIC X(40)    VALUE
              "REVISADO CONTABILIDAD: ________________".
           05 FILLER                 PIC X(46)    VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
      *    0000-MAINLINE-CONTROL
      *    CONTROLA LA SECUENCIA GENERAL DE LA CORRIDA DE AS29.
      *=================================================================
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CUADRE-RUNCTL-GL THRU 2000-EXIT.
           PERFORM 2100-CUADRE-TALONES THRU 2100-EXIT.
           PERFORM 2300-CUADRE-REGDED THRU 2300-EXIT.
           PERFORM 2400-CUADRE-ACH THRU 2400-EXIT.
           PERFORM 2500-CUADRE-YTD THRU 2500-EXIT.
           PERFORM 2600-CUADRE-GL-APORTES THRU 2600-EXIT.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           STOP RUN.

      *=================================================================
      *    1000-INICIALIZAR
      *    LEE EL PERIODO, LOCALIZA EL CIERRE DE AS20 EN UT-RUNCTL Y
      *    ABRE LAS ENTRADAS. TODAS SON OBLIGATORIAS SALVO
      *    UT-TALFUERA (SIN PAGOS FUERA DE CICLO) Y UT-YTDANT
      *    (PRIMERA CORRIDA DEL ANO), QUE PUEDEN IR EN DUMMY.
      *=================================================================
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-DELDIA FROM DATE YYYYMMDD.
           OPEN OUTPUT CERTIFICADO.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1100-LOCALIZAR-CIERRE THRU 1100-EXIT.

           OPEN INPUT GL-EXTRACTO.
           IF WS-FS-GLEXTR NOT EQUAL "00"
               DISPLAY "AS29: ERROR AL ABRIR UT-GLEXTR, FILE STATUS = "
                       WS-FS-GLEXTR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-APORTES.
           IF WS-FS-GLAPOR NOT EQUAL "00"
               DISPLAY "AS29: ERROR AL ABRIR UT-GLAPOR, FILE STATUS = "
                       WS-FS-GLAPOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TALON-DETALLE.
           IF WS-FS-TALONDET NOT EQUAL "00"
               DISPLAY "AS29: ERROR AL ABRIR UT-TALONDET, FILE STATUS ="
                       " " WS-FS-TALONDET
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REGISTRO-DED.
           IF WS-FS-REGDED NOT EQUAL "00"
               DISPLAY "AS29: ERROR AL ABRIR UT-REGDED, FILE STATUS = "
                       WS-FS-REGDED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOMINA-ACH.
           IF WS-FS-DESEMBOL NOT EQUAL "00"
               DISPLAY "AS29: ERROR AL ABRIR UT-DESEMBOL, FILE STATUS ="
                       " " WS-FS-DESEMBOL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT YTD-NVO.
           IF WS-FS-YTD-NVO NOT EQUAL "00"
               DISPLAY "AS29: ERROR AL ABRIR UT-YTDNEW, FILE STATUS = "
                       WS-FS-YTD-NVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PERIODO-CORRIDA TO WS-CP-PERIODO.
           MOVE WS-FECHA-DELDIA    TO WS-CP-FECHA.
           WRITE REG-CERTIFICADO FROM WS-CER-TITULO
               AFTER ADVANCING PAGE.
           WRITE REG-CERTIFICADO FROM WS-CER-PERIODO
               AFTER ADVANCING 2 LINES.
           WRITE REG-CERTIFICADO FROM WS-CER-ENCABEZADO
               AFTER ADVANCING 3 LINES.
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
               END-READ
               CLOSE PARAMETROS
           END-IF.
       1050-EXIT.
           EXIT.

      *=================================================================
      *    1100-LOCALIZAR-CIERRE
      *    BUSCA EL ULTIMO CIERRE DE AS20 DEL PERIODO (O EL ULTIMO
      *    CIERRE DE AS20, SI NO HAY TARJETA). SIN CIERRE NO HAY
      *    CICLO QUE CERTIFICAR: LA CORRIDA SE DETIENE.
      *=================================================================
       1100-LOCALIZAR-CIERRE.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL NOT EQUAL "00"
               DISPLAY "AS29: ERROR AL ABRIR UT-RUNCTL, FILE STATUS = "
                       WS-FS-RUNCTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 1150-LEER-RUN-CONTROL THRU 1150-EXIT
               UNTIL WS-FIN.
           CLOSE RUN-CONTROL.

           IF NOT WS-RCT-HALLADO
               DISPLAY "AS29: NO HAY CIERRE DE AS20 EN UT-RUNCTL PARA "
                       "EL PERIODO " WS-PERIODO-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIODO-CIERRE TO WS-PERIODO-CORRIDA.
       1100-EXIT.
           EXIT.

       1150-LEER-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   IF RCT-PROGRAMA EQUAL "AS20"
                           AND RCT-ESTADO EQUAL 'C'
                       IF WS-PERIODO-CORRIDA EQUAL ZERO
                               OR RCT-PERIODO EQUAL WS-PERIODO-CORRIDA
                           SET WS-RCT-HALLADO TO TRUE
                           MOVE RCT-TOTAL-SALARIO TO WS-RCT-TOTAL
                           MOVE RCT-FECHA TO WS-CP-FECHA-AS20
                           MOVE RCT-PERIODO TO WS-PERIODO-CIERRE
                       END-IF
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *=================================================================
      *    2000-CUADRE-RUNCTL-GL
      *    VERIFICACIONES 1 Y 2: EL TOTAL DE AS20 EN UT-RUNCTL CONTRA
      *    EL TRAILER DE UT-GLEXTR, Y EL TRAILER CONTRA LA SUMA DE
      *    SUS CARGOS Y DE SUS ABONOS.
      *=================================================================
       2000-CUADRE-RUNCTL-GL.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2050-LEER-GL THRU 2050-EXIT
               UNTIL WS-FIN.
           CLOSE GL-EXTRACTO.

           MOVE "TOTAL AS20 EN UT-RUNCTL VS TRAILER UT-GLEXTR"
               TO WS-VER-DESCRIPCION.
           MOVE WS-RCT-TOTAL       TO WS-VER-IMPORTE-A.
           MOVE WS-GL-TRAILER-DEBE TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           MOVE "TRAILER UT-GLEXTR VS SUMA DE CARGOS"
               TO WS-VER-DESCRIPCION.
           MOVE WS-GL-TRAILER-DEBE TO WS-VER-IMPORTE-A.
           MOVE WS-GL-SUMA-DEBE    TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           MOVE "TRAILER UT-GLEXTR VS SUMA DE ABONOS"
               TO WS-VER-DESCRIPCION.
           MOVE WS-GL-TRAILER-HABER TO WS-VER-IMPORTE-A.
           MOVE WS-GL-SUMA-HABER    TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.
       2000-EXIT.
           EXIT.

       2050-LEER-GL.
           READ GL-EXTRACTO
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   EVALUATE GL-TIPO
                       WHEN 'D'
                           ADD GL-IMPORTE-DEBE  TO WS-GL-SUMA-DEBE
                       WHEN 'C'
                           ADD GL-IMPORTE-HABER TO WS-GL-SUMA-HABER
                       WHEN 'T'
                           SET WS-HAY-TRAILER-GL TO TRUE
                           MOVE GL-IMPORTE-DEBE  TO WS-GL-TRAILER-DEBE
                           MOVE GL-IMPORTE-HABER TO WS-GL-TRAILER-HABER
                   END-EVALUATE
           END-READ.
       2050-EXIT.
           EXIT.

      *=================================================================
      *    2100-CUADRE-TALONES
      *    VERIFICACIONES 4 Y 5: BRUTO (LINEAS 'B' MAS 'E') CONTRA
      *    NETO MAS DEDUCCIONES EN TOTAL, Y CUANTOS EMPLEADOS NO
      *    CUADRAN SU PROPIO TALON. DE PASO ACUMULA LAS DEDUCCIONES
      *    POR CODIGO, EL NETO PARA EL CUADRE CONTRA UT-DESEMBOL Y
      *    EL DETALLE POR TIPO PARA EL CUADRE DEL ACUMULADO.
      *=================================================================
       2100-CUADRE-TALONES.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2150-LEER-TALON THRU 2150-EXIT
               UNTIL WS-FIN.
           CLOSE TALON-DETALLE.
           IF NOT WS-PRIMER-TALON
               PERFORM 2180-CERRAR-EMPLEADO THRU 2180-EXIT
           END-IF.

           ADD WS-TAL-NETO WS-TAL-DEDUCCIONES
               GIVING WS-TAL-NETO-MAS-DED.
           MOVE "BRUTO UT-TALONDET VS NETO MAS DEDUCCIONES"
               TO WS-VER-DESCRIPCION.
           MOVE WS-TAL-BRUTO        TO WS-VER-IMPORTE-A.
           MOVE WS-TAL-NETO-MAS-DED TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           MOVE "TALONES DESCUADRADOS POR EMPLEADO"
               TO WS-VER-DESCRIPCION.
           MOVE WS-TAL-DESCUADRADOS TO WS-VER-IMPORTE-A.
           MOVE ZEROS               TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           OPEN INPUT TALON-FUERA.
           IF WS-FS-TALFUERA EQUAL "00"
               MOVE 'N' TO WS-SW-FIN
               PERFORM 2200-LEER-FUERA-CICLO THRU 2200-EXIT
                   UNTIL WS-FIN
               CLOSE TALON-FUERA
           END-IF.
       2100-EXIT.
           EXIT.

       2150-LEER-TALON.
           READ TALON-DETALLE
               AT END
                   SET WS-FIN TO TRUE
                   GO TO 2150-EXIT
           END-READ.

           IF TDE-NUMERO-EMP NOT EQUAL WS-TEM-NUMERO
                   OR WS-PRIMER-TALON
               IF NOT WS-PRIMER-TALON
                   PERFORM 2180-CERRAR-EMPLEADO THRU 2180-EXIT
               END-IF
               MOVE 'N' TO WS-SW-PRIMER-TALON
               MOVE TDE-NUMERO-EMP TO WS-TEM-NUMERO
               MOVE ZEROS TO WS-TEM-BRUTO
                             WS-TEM-DEDUCCIONES
                             WS-TEM-NETO
           END-IF.

           EVALUATE TDE-TIPO
               WHEN 'B'
               WHEN 'E'
                   ADD TDE-IMPORTE TO WS-TAL-BRUTO
                                      WS-TEM-BRUTO
               WHEN 'D'
                   ADD TDE-IMPORTE TO WS-TAL-DEDUCCIONES
                                      WS-TEM-DEDUCCIONES
                   MOVE TDE-CODIGO TO WS-CODIGO-BUSCADO
                   PERFORM 2190-BUSCAR-CODIGO THRU 2190-EXIT
                   ADD TDE-IMPORTE
                       TO WS-TC-TALONES (WS-IND-COD-HALLADO)
               WHEN 'N'
                   ADD TDE-IMPORTE TO WS-TAL-NETO
                                      WS-TEM-NETO
                   ADD 1 TO WS-TAL-NETO-CUENTA
           END-EVALUATE.

           MOVE TDE-TIPO TO WS-TIPO-BUSCADO.
           PERFORM 2250-BUSCAR-TIPO THRU 2250-EXIT.
           IF WS-IND-TIPO-HALLADO IS GREATER THAN ZERO
               ADD TDE-IMPORTE TO WS-TY-DETALLE (WS-IND-TIPO-HALLADO)
           END-IF.
       2150-EXIT.
           EXIT.

       2180-CERRAR-EMPLEADO.
           ADD WS-TEM-NETO WS-TEM-DEDUCCIONES
               GIVING WS-TEM-NETO-MAS-DED.
           IF WS-TEM-BRUTO NOT EQUAL WS-TEM-NETO-MAS-DED
               ADD 1 TO WS-TAL-DESCUADRADOS
               DISPLAY "AS29: TALON DESCUADRADO, EMPLEADO "
                       WS-TEM-NUMERO
           END-IF.
       2180-EXIT.
           EXIT.

      *=================================================================
      *    2190-BUSCAR-CODIGO
      *    DEVUELVE EN WS-IND-COD-HALLADO LA ENTRADA DEL CODIGO DE
      *    DEDUCCION WS-CODIGO-BUSCADO, ABRIENDOLA LA PRIMERA VEZ.
      *=================================================================
       2190-BUSCAR-CODIGO.
           MOVE ZEROS TO WS-IND-COD-HALLADO.
           PERFORM 2195-COMPARAR-CODIGO THRU 2195-EXIT
               VARYING WS-IND-COD FROM 1 BY 1
               UNTIL WS-IND-COD IS GREATER THAN WS-COD-USADOS
                  OR WS-IND-COD-HALLADO IS GREATER THAN ZERO.
           IF WS-IND-COD-HALLADO IS GREATER THAN ZERO
               GO TO 2190-EXIT
           END-IF.

           IF WS-COD-USADOS IS NOT LESS THAN 99
               DISPLAY "AS29: TABLA DE CODIGOS DE DEDUCCION AGOTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-COD-USADOS.
           MOVE WS-CODIGO-BUSCADO TO WS-TC-CODIGO (WS-COD-USADOS).
           MOVE ZEROS TO WS-TC-TALONES (WS-COD-USADOS)
                         WS-TC-REGISTRO (WS-COD-USADOS).
           MOVE WS-COD-USADOS TO WS-IND-COD-HALLADO.
       2190-EXIT.
           EXIT.

       2195-COMPARAR-CODIGO.
           IF WS-TC-CODIGO (WS-IND-COD) EQUAL WS-CODIGO-BUSCADO
               MOVE WS-IND-COD TO WS-IND-COD-HALLADO
           END-IF.
       2195-EXIT.
           EXIT.

       2200-LEER-FUERA-CICLO.
           READ TALON-FUERA
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   MOVE TFU-TIPO TO WS-TIPO-BUSCADO
                   PERFORM 2250-BUSCAR-TIPO THRU 2250-EXIT
                   IF WS-IND-TIPO-HALLADO IS GREATER THAN ZERO
                       ADD TFU-IMPORTE
                           TO WS-TY-DETALLE (WS-IND-TIPO-HALLADO)
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

       2250-BUSCAR-TIPO.
           MOVE ZEROS TO WS-IND-TIPO-HALLADO.
           PERFORM 2260-COMPARAR-TIPO THRU 2260-EXIT
               VARYING WS-IND-TIPO FROM 1 BY 1
               UNTIL WS-IND-TIPO IS GREATER THAN 4
                  OR WS-IND-TIPO-HALLADO IS GREATER THAN ZERO.
       2250-EXIT.
           EXIT.

       2260-COMPARAR-TIPO.
           IF WS-TT-TIPO (WS-IND-TIPO) EQUAL WS-TIPO-BUSCADO
               MOVE WS-IND-TIPO TO WS-IND-TIPO-HALLADO
           END-IF.
       2260-EXIT.
           EXIT.

      *=================================================================
      *    2300-CUADRE-REGDED
      *    VERIFICACION 6: LAS DEDUCCIONES DE UT-TALONDET CONTRA LOS
      *    TOTALES POR CODIGO DEL REGISTRO UT-REGDED. SOLO CUENTAN
      *    LAS LINEAS DEL BLOQUE DE DEDUCCIONES (DESDE EL ENCABEZADO
      *    "TOTAL RETENIDO"); EL BLOQUE DE DEVENGOS ("TOTAL
      *    DEVENGADO") TIENE EL MISMO FORMATO Y SE SALTA. CADA CODIGO
      *    QUE NO CUADRA SE DETALLA DEBAJO.
      *=================================================================
       2300-CUADRE-REGDED.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2350-LEER-REGDED THRU 2350-EXIT
               UNTIL WS-FIN.
           CLOSE REGISTRO-DED.

           MOVE "DEDUCCIONES UT-TALONDET VS TOTALES UT-REGDED"
               TO WS-VER-DESCRIPCION.
           MOVE WS-TAL-DEDUCCIONES TO WS-VER-IMPORTE-A.
           MOVE WS-REGDED-TOTAL    TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           PERFORM 2380-COMPARAR-CODIGO-DED THRU 2380-EXIT
               VARYING WS-IND-COD FROM 1 BY 1
               UNTIL WS-IND-COD IS GREATER THAN WS-COD-USADOS.
       2300-EXIT.
           EXIT.

       2350-LEER-REGDED.
           READ REGISTRO-DED INTO WS-LINEA-REGDED
               AT END
                   SET WS-FIN TO TRUE
                   GO TO 2350-EXIT
           END-READ.

           IF WS-LRD-TITULO (1:14) EQUAL "TOTAL RETENIDO"
               SET WS-SECCION-DEDUCCIONES TO TRUE
               GO TO 2350-EXIT
           END-IF.
           IF WS-LRD-TITULO EQUAL "TOTAL DEVENGADO"
               SET WS-SECCION-OTRA TO TRUE
               GO TO 2350-EXIT
           END-IF.
           IF NOT WS-SECCION-DEDUCCIONES
                   OR WS-LRD-BLANCOS NOT EQUAL SPACES
                   OR WS-LRD-CODIGO IS NOT NUMERIC
               GO TO 2350-EXIT
           END-IF.

           MOVE WS-LRD-TOTAL TO WS-IMPORTE-REGDED.
           ADD WS-IMPORTE-REGDED TO WS-REGDED-TOTAL.
           MOVE WS-LRD-CODIGO-N TO WS-CODIGO-BUSCADO.
           PERFORM 2190-BUSCAR-CODIGO THRU 2190-EXIT.
           ADD WS-IMPORTE-REGDED
               TO WS-TC-REGISTRO (WS-IND-COD-HALLADO).
       2350-EXIT.
           EXIT.

       2380-COMPARAR-CODIGO-DED.
           IF WS-TC-TALONES (WS-IND-COD) EQUAL
                   WS-TC-REGISTRO (WS-IND-COD)
               GO TO 2380-EXIT
           END-IF.
           MOVE WS-TC-CODIGO (WS-IND-COD)   TO WS-CC-CODIGO.
           MOVE WS-TC-TALONES (WS-IND-COD)  TO WS-CC-TALONES.
           MOVE WS-TC-REGISTRO (WS-IND-COD) TO WS-CC-REGISTRO.
           WRITE REG-CERTIFICADO FROM WS-CER-CODIGO
               AFTER ADVANCING 1 LINE.
           IF WS-TAL-DEDUCCIONES EQUAL WS-REGDED-TOTAL
               ADD 1 TO WS-DESCUADRES
           END-IF.
       2380-EXIT.
           EXIT.

      *=================================================================
      *    2400-CUADRE-ACH
      *    VERIFICACIONES 7 Y 8: EL NETO DE UT-TALONDET CONTRA EL
      *    IMPORTE Y EL CONTEO DE PAGOS DE UT-DESEMBOL.
      *=================================================================
       2400-CUADRE-ACH.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2450-LEER-ACH THRU 2450-EXIT
               UNTIL WS-FIN.
           CLOSE NOMINA-ACH.

           MOVE "NETO UT-TALONDET VS IMPORTE UT-DESEMBOL"
               TO WS-VER-DESCRIPCION.
           MOVE WS-TAL-NETO  TO WS-VER-IMPORTE-A.
           MOVE WS-ACH-TOTAL TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           MOVE "LINEAS DE NETO VS PAGOS EN UT-DESEMBOL"
               TO WS-VER-DESCRIPCION.
           MOVE WS-TAL-NETO-CUENTA TO WS-VER-IMPORTE-A.
           MOVE WS-ACH-CUENTA      TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.
       2400-EXIT.
           EXIT.

       2450-LEER-ACH.
           READ NOMINA-ACH
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   ADD ACH-IMPORTE TO WS-ACH-TOTAL
                   ADD 1 TO WS-ACH-CUENTA
           END-READ.
       2450-EXIT.
           EXIT.

      *=================================================================
      *    2500-CUADRE-YTD
      *    VERIFICACIONES 9 A 12: POR TIPO DE CONCEPTO, LA VARIACION
      *    ENTRE EL ACUMULADO ANTERIOR Y EL NUEVO CONTRA EL DETALLE
      *    DEL PERIODO. COMO AS21, SOLO CUENTAN LAS ENTRADAS DEL ANO
      *    DEL PERIODO (LAS DE OTRO ANO SE DESCARTAN AL ARRANCAR EL
      *    ANO). SIN UT-YTDANT EL ACUMULADO ANTERIOR ES CERO.
      *=================================================================
       2500-CUADRE-YTD.
           OPEN INPUT YTD-ANT.
           IF WS-FS-YTD-ANT EQUAL "00"
               MOVE 'N' TO WS-SW-FIN
               PERFORM 2550-LEER-YTD-ANT THRU 2550-EXIT
                   UNTIL WS-FIN
               CLOSE YTD-ANT
           END-IF.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2560-LEER-YTD-NVO THRU 2560-EXIT
               UNTIL WS-FIN.
           CLOSE YTD-NVO.

           PERFORM 2580-VERIFICAR-TIPO THRU 2580-EXIT
               VARYING WS-IND-TIPO FROM 1 BY 1
               UNTIL WS-IND-TIPO IS GREATER THAN 4.
       2500-EXIT.
           EXIT.

       2550-LEER-YTD-ANT.
           READ YTD-ANT
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   IF YTA-ANO EQUAL WS-ANO-CORRIDA
                       MOVE YTA-TIPO TO WS-TIPO-BUSCADO
                       PERFORM 2250-BUSCAR-TIPO THRU 2250-EXIT
                       IF WS-IND-TIPO-HALLADO IS GREATER THAN ZERO
                           ADD YTA-IMPORTE
                               TO WS-TY-ANTERIOR (WS-IND-TIPO-HALLADO)
                       END-IF
                   END-IF
           END-READ.
       2550-EXIT.
           EXIT.

       2560-LEER-YTD-NVO.
           READ YTD-NVO
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   IF YTN-ANO EQUAL WS-ANO-CORRIDA
                       MOVE YTN-TIPO TO WS-TIPO-BUSCADO
                       PERFORM 2250-BUSCAR-TIPO THRU 2250-EXIT
                       IF WS-IND-TIPO-HALLADO IS GREATER THAN ZERO
                           ADD YTN-IMPORTE
                               TO WS-TY-NUEVO (WS-IND-TIPO-HALLADO)
                       END-IF
                   END-IF
           END-READ.
       2560-EXIT.
           EXIT.

       2580-VERIFICAR-TIPO.
           MOVE SPACES TO WS-VER-DESCRIPCION.
           STRING "VARIACION YTD VS PERIODO - " DELIMITED BY SIZE
                  WS-TT-DESCRIPCION (WS-IND-TIPO) DELIMITED BY SIZE
               INTO WS-VER-DESCRIPCION.
           COMPUTE WS-VER-IMPORTE-A =
               WS-TY-NUEVO (WS-IND-TIPO) - WS-TY-ANTERIOR (WS-IND-TIPO).
           MOVE WS-TY-DETALLE (WS-IND-TIPO) TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.
       2580-EXIT.
           EXIT.

      *=================================================================
      *    2600-CUADRE-GL-APORTES
      *    ULTIMAS VERIFICACIONES: EL EXTRACTO DE APORTACIONES
      *    (UT-GLAPOR) SE ENVIA A CONTABILIDAD COMO INTERFAZ PROPIA,
      *    ASI QUE SE CUADRA COMO UT-GLEXTR: DEBE = HABER EN EL
      *    TRAILER, EL TRAILER CONTRA LA SUMA DE SUS CARGOS Y DE SUS
      *    ABONOS, Y UN SOLO TRAILER (SIN EL, EL FICHERO VINO
      *    TRUNCADO).
      *=================================================================
       2600-CUADRE-GL-APORTES.
           MOVE 'N' TO WS-SW-FIN.
           PERFORM 2650-LEER-GL-APORTES THRU 2650-EXIT
               UNTIL WS-FIN.
           CLOSE GL-APORTES.

           MOVE "TRAILER UT-GLAPOR: CARGOS VS ABONOS"
               TO WS-VER-DESCRIPCION.
           MOVE WS-GLA-TRAILER-DEBE  TO WS-VER-IMPORTE-A.
           MOVE WS-GLA-TRAILER-HABER TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           MOVE "TRAILER UT-GLAPOR VS SUMA DE CARGOS"
               TO WS-VER-DESCRIPCION.
           MOVE WS-GLA-TRAILER-DEBE TO WS-VER-IMPORTE-A.
           MOVE WS-GLA-SUMA-DEBE    TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           MOVE "TRAILER UT-GLAPOR VS SUMA DE ABONOS"
               TO WS-VER-DESCRIPCION.
           MOVE WS-GLA-TRAILER-HABER TO WS-VER-IMPORTE-A.
           MOVE WS-GLA-SUMA-HABER    TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.

           MOVE "REGISTROS TRAILER EN UT-GLAPOR VS UNO"
               TO WS-VER-DESCRIPCION.
           MOVE WS-GLA-TRAILERS TO WS-VER-IMPORTE-A.
           MOVE 1               TO WS-VER-IMPORTE-B.
           PERFORM 3100-IMPRIMIR-VERIFICACION THRU 3100-EXIT.
       2600-EXIT.
           EXIT.

       2650-LEER-GL-APORTES.
           READ GL-APORTES
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   EVALUATE GLA-TIPO
                       WHEN 'D'
                           ADD GLA-IMPORTE-DEBE  TO WS-GLA-SUMA-DEBE
                       WHEN 'C'
                           ADD GLA-IMPORTE-HABER TO WS-GLA-SUMA-HABER
                       WHEN 'T'
                           ADD 1 TO WS-GLA-TRAILERS
                           MOVE GLA-IMPORTE-DEBE
                               TO WS-GLA-TRAILER-DEBE
                           MOVE GLA-IMPORTE-HABER
                               TO WS-GLA-TRAILER-HABER
                   END-EVALUATE
           END-READ.
       2650-EXIT.
           EXIT.

      *=================================================================
      *    3000-FINALIZAR
      *    IMPRIME EL RESULTADO DEL CERTIFICADO Y LAS FIRMAS. CON
      *    ALGUNA VERIFICACION DESCUADRADA TERMINA CON RC 8, QUE
      *    DETIENE EL ENVIO AL BANCO Y A CONTABILIDAD EN LA JCL.
      *=================================================================
       3000-FINALIZAR.
           MOVE WS-DESCUADRES TO WS-CR-DESCUADRES.
           IF WS-DESCUADRES EQUAL ZERO
               MOVE "CICLO CUADRADO - SE AUTORIZA ENVIO AL BANCO Y GL"
                   TO WS-CR-TEXTO
           ELSE
               MOVE "CICLO DESCUADRADO - ENVIO AL BANCO Y GL DETENIDO"
                   TO WS-CR-TEXTO
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REG-CERTIFICADO FROM WS-CER-RESULTADO
               AFTER ADVANCING 3 LINES.
           WRITE REG-CERTIFICADO FROM WS-CER-FIRMA
               AFTER ADVANCING 4 LINES.
           CLOSE CERTIFICADO.
       3000-EXIT.
           EXIT.

      *=================================================================
      *    3100-IMPRIMIR-VERIFICACION
      *    IMPRIME LA VERIFICACION EN CURSO CON SU DIFERENCIA Y
      *    CUENTA LAS QUE NO CUADRAN.
      *=================================================================
       3100-IMPRIMIR-VERIFICACION.
           ADD 1 TO WS-VER-NUMERO.
           COMPUTE WS-VER-DIFERENCIA =
               WS-VER-IMPORTE-A - WS-VER-IMPORTE-B.
           MOVE WS-VER-NUMERO      TO WS-CD-NUMERO.
           MOVE WS-VER-DESCRIPCION TO WS-CD-DESCRIPCION.
           MOVE WS-VER-IMPORTE-A   TO WS-CD-IMPORTE-A.
           MOVE WS-VER-IMPORTE-B   TO WS-CD-IMPORTE-B.
           MOVE WS-VER-DIFERENCIA  TO WS-CD-DIFERENCIA.
           IF WS-VER-DIFERENCIA EQUAL ZERO
               MOVE "CUADRA"    TO WS-CD-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO WS-CD-RESULTADO
               ADD 1 TO WS-DESCUADRES
           END-IF.
           WRITE REG-CERTIFICADO FROM WS-CER-DETALLE
               AFTER ADVANCING 2 LINES.
       3100-EXIT.
           EXIT.
