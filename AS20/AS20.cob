      *                RESUMEN NO SE GENERA (LA TABLA NO VIAJA EN EL
      *                CHECKPOINT) Y SE DEJA CONSTANCIA EN EL
      *                LISTADO, COMO CON EL EXTRACTO GL.
      * 10/15/26  LFC  DEVENGOS VARIABLES (HORAS EXTRA, PLUSES,
      *                COMISIONES, GRATIFICACIONES): NUEVO FICHERO
      *                UT-DEVENG (LLAVE EMPLEADO+CODIGO, VALIDADO Y
      *                CONSOLIDADO POR AS22) Y MAESTRO DE CODIGOS DE
      *                DEVENGO UT-CODDEV (GRAVABLE Y CUENTA CONTABLE).
      *                LOS DEVENGOS DEL EMPLEADO PAGADO SE SUMAN AL
      *                BRUTO ANTES DE DEDUCCIONES: CADA UNO SALE EN
      *                UT-TALONDET COMO LINEA 'E'; LAS DEDUCCIONES
      *                'P' SE CALCULAN SOBRE EL BRUTO CON DEVENGOS Y
      *                LA RETENCION 'B' GRAVA LOS DEVENGOS GRAVABLES
      *                COMO SUPLEMENTO DEL MES (IMPUESTO DEL SALARIO
      *                ANUALIZADO MAS LA DIFERENCIA QUE LOS DEVENGOS
      *                GRAVABLES ANADEN AL IMPUESTO ANUAL). UT-GLEXTR
      *                CARGA LOS DEVENGOS POR CENTRO DE COSTO A LA
      *                CUENTA DE SU CODIGO Y EL ABONO A NOMINA POR
      *                PAGAR LOS INCLUYE; UT-REGDED AGREGA EL BLOQUE
      *                DE DEVENGOS POR CODIGO Y RCT-TOTAL-SALARIO
      *                LLEVA SALARIOS MAS DEVENGOS (EL TOTAL DEL
      *                TRAILER GL). EL CHECKPOINT SE AMPLIA A 87
      *                BYTES CON EL TOTAL DE DEVENGOS. CON UT-DEVENG
      *                EN DUMMY LA CORRIDA SE COMPORTA COMO ANTES;
      *                CON UT-DEVENG Y SIN UT-CODDEV SE DETIENE.
      * 10/15/26  LFC  SALDOS DE PRESTAMOS Y EMBARGOS: REG-DEDEMP SE
      *                AMPLIA A 90 BYTES CON DDE-CLASE ('P' PRESTAMO,
      *                'E' EMBARGO JUDICIAL; EN BLANCO LA DEDUCCION
      *                SIGUE COMO ANTES), IMPORTE ORIGINAL, CUOTA POR
      *                PERIODO, SALDO PENDIENTE, ATRASO, REFERENCIA
      *                DEL JUZGADO Y PORCENTAJE MAXIMO DEL NETO PARA
      *                EMBARGOS. UT-DEDEMP SE ABRE I-O: UNA DEDUCCION
      *                CON SALDO PIDE SU CUOTA MAS EL ATRASO, SIN
      *                PASAR DEL SALDO NI, SI ES EMBARGO, DEL TOPE
      *                SOBRE EL NETO RESTANTE; EL SALDO SE REBAJA POR
      *                LO EFECTIVAMENTE DESCONTADO (TAMBIEN CUANDO
      *                4246 LO RECORTA) Y LO NO DESCONTADO QUEDA COMO
      *                ATRASO. CON SALDO EN CERO LA DEDUCCION YA NO SE
      *                APLICA. CADA MOVIMIENTO SE GRABA EN UT-MOVPRES
      *                PARA EL ESTADO DEL PERIODO (AS24). EL PERIODO
      *                APLICADO QUEDA EN EL REGISTRO: UN REINICIO O
      *                UNA CORRIDA FORZADA DEL MISMO PERIODO REPITE LO
      *                YA DESCONTADO SIN VOLVER A REBAJAR EL SALDO.
      * 10/15/26  LFC  APORTACIONES PATRONALES (SEGURIDAD SOCIAL,
      *                PLAN DE PENSIONES, SEGURO MEDICO): NUEVO
      *                MAESTRO UT-APOMAST CON TASA O IMPORTE FIJO POR
      *                CODIGO, TOPE MENSUAL OPCIONAL DE LA BASE, CUENTA
      *                DE GASTO, CUENTA DE PASIVO Y ORGANISMO. SE
      *                CALCULAN SOBRE EL BRUTO (SALARIO MAS DEVENGOS)
      *                DE CADA EMPLEADO PAGADO EN 4240-CALCULAR-NETO Y
      *                VAN A UN EXTRACTO GL PROPIO (UT-GLAPOR, MISMO
      *                TRAZADO QUE UT-GLEXTR): CARGOS POR CENTRO DE
      *                COSTO A LA CUENTA DE GASTO DEL CODIGO, UN ABONO
      *                POR CODIGO A SU CUENTA DE PASIVO Y TRAILER CON
      *                DEBE = HABER. UT-GLEXTR NO CAMBIA (SU TRAILER
      *                SIGUE CUADRANDO CON RCT-TOTAL-SALARIO). EL
      *                REGISTRO POR CODIGO PARA EL ENTERO A CADA
      *                ORGANISMO SALE EN UT-REGAPO. CON UT-APOMAST EN
      *                DUMMY NO HAY APORTACIONES Y EL EXTRACTO SOLO
      *                LLEVA EL TRAILER EN CERO. EN UN REINICIO NO SE
      *                GENERAN (LAS TABLAS NO VIAJAN EN EL
      *                CHECKPOINT), COMO EL EXTRACTO GL.
      * 10/15/26  LFC  HISTORICO DE CAMBIOS: CADA EMPLEADO PAGADO
      *                (REGISTRO 'CR' EN UT-DESEMBOL) GRABA UN
      *                MOVIMIENTO 'PAGO NOMINA' EN UT-HISTMOV CON EL
      *                PERIODO, EL BRUTO Y EL NETO COMO IMPORTE. SE
      *                ABRE EXTEND SIEMPRE (DISP=MOD), TAMBIEN EN UN
      *                REINICIO, COMO UT-DESEMBOL. AS90 LO ACUMULA.
      * 10/15/26  LFC  REG-DEVENG LLEVA DEV-PERIODO (32 BYTES), QUE
      *                GRABA AS22. AL INICIO SE RECORRE UT-DEVENG Y UN
      *                DEVENGO DE OTRO PERIODO QUE EL DE LA CORRIDA LA
      *                DETIENE CON RC 16.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REGISTRO-DED     ASSIGN TO UT-REGDED
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT APORTES-MASTER   ASSIGN TO UT-APOMAST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-APOMAST.

           SELECT GL-APORTES       ASSIGN TO UT-GLAPOR
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REGISTRO-APO     ASSIGN TO UT-REGAPO
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT MOVIMIENTOS-SALDO ASSIGN TO UT-MOVPRES
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT CHECKPOINT       ASSIGN TO UT-CHECKPT
                                    ORGANIZATION IS SEQUENTIAL.

                                    RECORD KEY IS PFI-NUMERO-EMP
                                    FILE STATUS IS WS-FS-PERFIMP.

           SELECT DEVENGOS         ASSIGN TO UT-DEVENG
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS DEV-LLAVE
                                    FILE STATUS IS WS-FS-DEVENG.

           SELECT CODIGOS-DEVENGO  ASSIGN TO UT-CODDEV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-CODDEV.

           SELECT HISTORICO-MOV    ASSIGN TO UT-HISTMOV
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FS-HISTMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
      *---------------------------------------------------------------
      *    DEDUCCIONES POR EMPLEADO: LA PRESENCIA DE LA LLAVE
      *    EMPLEADO+CODIGO INDICA QUE ESA DEDUCCION LE APLICA, CON
      *    LOS TERMINOS DEL MAESTRO DE DEDUCCIONES. UN PRESTAMO ('P')
      *    O EMBARGO ('E') LLEVA ADEMAS SU SALDO: LA CUOTA (EN CERO,
      *    LA DEL MAESTRO), LO QUE QUEDA POR DESCONTAR Y EL ATRASO
      *    DE CUOTAS RECORTADAS; EL EMBARGO, SU JUZGADO Y EL
      *    PORCENTAJE MAXIMO DEL NETO QUE PERMITE LA LEY.
      *---------------------------------------------------------------
       FD  DEDUC-EMPLEADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-DEDEMP.
       01  REG-DEDEMP.
           05 DDE-LLAVE.
              10 DDE-NUMERO-EMP      PIC 9(05).
              10 DDE-CODIGO          PIC 9(02).
           05 DDE-CLASE              PIC X(01).
              88 DDE-PRESTAMO                   VALUE 'P'.
              88 DDE-EMBARGO                    VALUE 'E'.
           05 DDE-IMPORTE-ORIGINAL   PIC 9(07)V99.
           05 DDE-IMPORTE-PERIODO    PIC 9(07)V99.
           05 DDE-SALDO              PIC 9(07)V99.
           05 DDE-ATRASO             PIC 9(07)V99.
           05 DDE-REFERENCIA-JUZGADO PIC X(20).
           05 DDE-PORCENTAJE-MAX     PIC 9(03)V99.
           05 DDE-PERIODO-ULTIMO     PIC 9(06).
           05 DDE-IMPORTE-ULTIMO     PIC 9(07)V99.
           05 FILLER                 PIC X(06).

      *---------------------------------------------------------------
      *    MOVIMIENTOS DEL PERIODO DE LAS DEDUCCIONES CON SALDO
      *    (PRESTAMOS Y EMBARGOS): LO PEDIDO, LO DESCONTADO Y COMO
      *    QUEDA EL SALDO. AS24 IMPRIME EL ESTADO DEL PERIODO.
      *---------------------------------------------------------------
       FD  MOVIMIENTOS-SALDO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-MOVPRES.
       01  REG-MOVPRES.
           05 MVP-PERIODO            PIC 9(06).
           05 MVP-NUMERO-EMP         PIC 9(05).
           05 MVP-NOMBRE-EMP         PIC X(30).
           05 MVP-CODIGO             PIC 9(02).
           05 MVP-DESCRIPCION        PIC X(20).
           05 MVP-CLASE              PIC X(01).
           05 MVP-REFERENCIA-JUZGADO PIC X(20).
           05 MVP-IMPORTE-ORIGINAL   PIC 9(07)V99.
           05 MVP-IMPORTE-PEDIDO     PIC 9(07)V99.
           05 MVP-IMPORTE-TOMADO     PIC 9(07)V99.
           05 MVP-SALDO              PIC 9(07)V99.
           05 MVP-ATRASO             PIC 9(07)V99.
           05 MVP-LIQUIDADO          PIC X(01).

       FD  REGISTRO-DED
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REG-REGISTRO-DED.
       01  REG-REGISTRO-DED          PIC X(132).

      *---------------------------------------------------------------
      *    MAESTRO DE APORTACIONES PATRONALES: CADA CODIGO ES UN
      *    PORCENTAJE DEL BRUTO ('P') O UN IMPORTE FIJO POR EMPLEADO
      *    ('F'). APO-TOPE ES LA BASE MAXIMA MENSUAL (CERO = SIN
      *    TOPE). EL GASTO SE CARGA AL CENTRO DE COSTO DEL EMPLEADO
      *    EN APO-CUENTA-GASTO Y EL PASIVO CON EL ORGANISMO SE ABONA
      *    EN APO-CUENTA-PASIVO. APO-ACTIVO 'N' ES BAJA LOGICA.
      *---------------------------------------------------------------
       FD  APORTES-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS REG-APOMAST.
       01  REG-APOMAST.
           05 APO-CODIGO             PIC 9(02).
           05 APO-DESCRIPCION        PIC X(20).
           05 APO-TIPO               PIC X(01).
           05 APO-TASA               PIC 9(03)V99.
           05 APO-IMPORTE            PIC 9(07)V99.
           05 APO-TOPE               PIC 9(07)V99.
           05 APO-CUENTA-GASTO       PIC X(10).
           05 APO-CUENTA-PASIVO      PIC X(10).
           05 APO-ORGANISMO          PIC X(20).
           05 APO-ACTIVO             PIC X(01).

      *---------------------------------------------------------------
      *    EXTRACTO GL DE APORTACIONES PATRONALES, MISMO TRAZADO QUE
      *    UT-GLEXTR: CARGOS 'D' POR CENTRO DE COSTO Y CUENTA DE
      *    GASTO, ABONOS 'C' POR CUENTA DE PASIVO Y TRAILER 'T'.
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

       FD  REGISTRO-APO
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-REGISTRO-APO.
       01  REG-REGISTRO-APO          PIC X(132).

       FD  CHECKPOINT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS REG-CHECKPOINT.
       01  REG-CHECKPOINT.
           05 CKP-LEIDOS             PIC 9(05).
           05 CKP-SUBTOTAL-DEPTO     PIC 9(09)V99.
           05 CKP-LINEAS-DEPTO       PIC 9(05).
           05 CKP-PRIMER-REG         PIC X(01).
           05 CKP-TOTAL-DEVENGOS     PIC 9(09)V99.

       FD  REINICIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS REG-REINICIO.
       01  REG-REINICIO.
           05 REI-LEIDOS             PIC 9(05).
           05 REI-SUBTOTAL-DEPTO     PIC 9(09)V99.
           05 REI-LINEAS-DEPTO       PIC 9(05).
           05 REI-PRIMER-REG         PIC X(01).
           05 REI-TOTAL-DEVENGOS     PIC 9(09)V99.

       FD  NOMINA-ACH
           LABEL RECORDS ARE STANDARD
       01  REG-BURST                 PIC X(132).

      *---------------------------------------------------------------
      *    EXTRACTO DE DETALLE DE TALON PARA AS21: SALARIO BRUTO
      *    ('B'), CADA DEVENGO VARIABLE ('E'), CADA DEDUCCION
      *    APLICADA ('D') Y NETO ('N') DEL EMPLEADO ACTIVO PAGADO, EN
      *    EL ORDEN EN QUE EL CALCULO DE NETO LOS PRODUCE.
      *---------------------------------------------------------------
       FD  TALON-DETALLE
           LABEL RECORDS ARE STANDARD
           05 PFI-ESTADO-CIVIL       PIC X(01).
           05 PFI-EXENCIONES         PIC 9(02).

      *---------------------------------------------------------------
      *    DEVENGOS VARIABLES DEL PERIODO, UNO POR EMPLEADO+CODIGO,
      *    VALIDADOS Y CONSOLIDADOS POR AS22, CON EL PERIODO AAAAMM
      *    DE LA CORRIDA DE AS22.
      *---------------------------------------------------------------
       FD  DEVENGOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-DEVENG.
       01  REG-DEVENG.
           05 DEV-LLAVE.
              10 DEV-NUMERO-EMP      PIC 9(05).
              10 DEV-CODIGO          PIC 9(02).
           05 DEV-HORAS              PIC 9(05)V99.
           05 DEV-IMPORTE            PIC 9(07)V99.
           05 DEV-TRANSACCIONES      PIC 9(03).
           05 DEV-PERIODO            PIC 9(06).

      *---------------------------------------------------------------
      *    MAESTRO DE CODIGOS DE DEVENGO: DESCRIPCION, FORMA DE
      *    CALCULO (LA USA AS22), SI GRAVA IMPUESTO Y CUENTA
      *    CONTABLE DEL GASTO PARA EL EXTRACTO GL.
      *---------------------------------------------------------------
       FD  CODIGOS-DEVENGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS REG-CODDEV.
       01  REG-CODDEV.
           05 CDV-CODIGO             PIC 9(02).
           05 CDV-DESCRIPCION        PIC X(20).
           05 CDV-TIPO               PIC X(01).
           05 CDV-GRAVABLE           PIC X(01).
           05 CDV-CUENTA-GL          PIC X(10).
           05 CDV-ACTIVO             PIC X(01).

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
      *> WS: Abreviatura WORKING-STORAGE
       01  WS-AREA-A-USAR.
      *---------------------------------------------------------------
       01  WS-CODIGOS-EMPLEADO.
           05 WS-CODIGOS-USADOS      PIC 9(02) COMP VALUE ZERO.
           05 WS-CODIGO-ENTRADA      OCCURS 20 TIMES.
              10 WS-CODIGO-EMP       PIC 9(02).
              10 WS-CODIGO-CLASE     PIC X(01).
       77  WS-IND-CODIGO             PIC 9(02) COMP.
       01  WS-CALCULO-NETO.
           05 WS-NETO-EMP            PIC 9(07)V99 VALUE ZEROS.
       01  WS-SW-DEDEMP-ABIERTO      PIC X(01)    VALUE 'N'.
           88 WS-DEDEMP-ABIERTO                  VALUE 'S'.

      *---------------------------------------------------------------
      *    DEDUCCIONES CON SALDO (PRESTAMOS Y EMBARGOS)
      *---------------------------------------------------------------
       01  WS-SW-DED-SALDO           PIC X(01)    VALUE 'N'.
           88 WS-DED-CON-SALDO                   VALUE 'S'.
           88 WS-DED-SIN-SALDO                   VALUE 'N'.
       01  WS-SW-SALDO-APLICADO      PIC X(01)    VALUE 'N'.
           88 WS-SALDO-YA-APLICADO               VALUE 'S'.
           88 WS-SALDO-NO-APLICADO               VALUE 'N'.
       01  WS-CALCULO-SALDO.
           05 WS-SALDO-PEDIDO        PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOPE-EMBARGO        PIC 9(07)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    TRATAMIENTO DE LICENCIAS (UT-LICENC). EL MAESTRO ES
      *    OPCIONAL: SIN EL, LAS LICENCIAS NO COBRAN, COMO ANTES.
           05 WS-PORCION-TRAMO       PIC 9(09)V99 VALUE ZEROS.
           05 WS-IMPUESTO-ANUAL      PIC 9(09)V99 VALUE ZEROS.
           05 WS-EXENCIONES-TOT      PIC 9(02)    VALUE ZEROS.
           05 WS-IMPUESTO-SALARIO    PIC 9(09)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    DEVENGOS VARIABLES (UT-DEVENG / UT-CODDEV). UT-DEVENG ES
      *    OPCIONAL: SIN EL, EL BRUTO ES EL SALARIO COMO ANTES. LA
      *    TABLA DEL MAESTRO LLEVA LOS TOTALES POR CODIGO PARA EL
      *    REGISTRO, Y LA TABLA GL LOS CARGOS POR CENTRO DE COSTO Y
      *    CUENTA DEL CODIGO PARA EL EXTRACTO.
      *---------------------------------------------------------------
       01  WS-FS-DEVENG              PIC X(02)    VALUE '00'.
       01  WS-FS-CODDEV              PIC X(02)    VALUE '00'.
       01  WS-SW-DEVENG-ABIERTO      PIC X(01)    VALUE 'N'.
           88 WS-DEVENG-ABIERTO                  VALUE 'S'.
       01  WS-SW-FIN-DEVENG          PIC X(01)    VALUE 'N'.
           88 WS-FIN-DEVENG                      VALUE 'S'.
       01  WS-SW-FIN-CODDEV          PIC X(01)    VALUE 'N'.
           88 WS-FIN-CODDEV                      VALUE 'S'.
       01  WS-TABLA-DEVENGOS.
           05 WS-DEV-USADOS          PIC 9(02) COMP VALUE ZERO.
           05 WS-DEV-ENTRADA         OCCURS 50 TIMES.
              10 WS-TV-CODIGO        PIC 9(02).
              10 WS-TV-DESCRIPCION   PIC X(20).
              10 WS-TV-GRAVABLE      PIC X(01).
                 88 WS-TV-ES-GRAVABLE           VALUE 'S'.
              10 WS-TV-CUENTA        PIC X(10).
              10 WS-TV-EMPLEADOS     PIC 9(05).
              10 WS-TV-TOTAL         PIC 9(09)V99.
       77  WS-IND-DEV                PIC 9(03) COMP.
       77  WS-IND-DEV-HALLADO        PIC 9(03) COMP.
       01  WS-TABLA-DEVENGOS-GL.
           05 WS-DEVGL-USADOS        PIC 9(03) COMP VALUE ZERO.
           05 WS-DEVGL-ENTRADA       OCCURS 500 TIMES.
              10 WS-TG-CENCOS        PIC 9(05).
              10 WS-TG-CUENTA        PIC X(10).
              10 WS-TG-IMPORTE       PIC 9(09)V99.
       77  WS-IND-DEVGL              PIC 9(03) COMP.
       77  WS-IND-DEVGL-HALLADO      PIC 9(03) COMP.
       01  WS-CALCULO-DEVENGOS.
           05 WS-BRUTO-EMP           PIC 9(07)V99 VALUE ZEROS.
           05 WS-DEVENGOS-EMP        PIC 9(07)V99 VALUE ZEROS.
           05 WS-DEV-GRAVABLE-EMP    PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOTAL-DEVENGOS      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOTAL-NOMINA        PIC 9(09)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    APORTACIONES PATRONALES (UT-APOMAST). EL MAESTRO ES
      *    OPCIONAL: SIN EL NO SE CALCULAN. LA TABLA DEL MAESTRO
      *    LLEVA LOS TOTALES POR CODIGO PARA EL REGISTRO Y LOS
      *    ABONOS, Y LA TABLA GL LOS CARGOS POR CENTRO DE COSTO Y
      *    CUENTA DE GASTO.
      *---------------------------------------------------------------
       01  WS-FS-APOMAST             PIC X(02)    VALUE '00'.
       01  WS-SW-FIN-APOMAST         PIC X(01)    VALUE 'N'.
           88 WS-FIN-APOMAST                     VALUE 'S'.
       01  WS-TABLA-APORTES.
           05 WS-APO-USADOS          PIC 9(02) COMP VALUE ZERO.
           05 WS-APO-ENTRADA         OCCURS 30 TIMES.
              10 WS-TA-CODIGO        PIC 9(02).
              10 WS-TA-DESCRIPCION   PIC X(20).
              10 WS-TA-TIPO          PIC X(01).
              10 WS-TA-TASA          PIC 9(03)V99.
              10 WS-TA-IMPORTE       PIC 9(07)V99.
              10 WS-TA-TOPE          PIC 9(07)V99.
              10 WS-TA-CUENTA-GASTO  PIC X(10).
              10 WS-TA-CUENTA-PASIVO PIC X(10).
              10 WS-TA-ORGANISMO     PIC X(20).
              10 WS-TA-EMPLEADOS     PIC 9(05).
              10 WS-TA-BASE          PIC 9(09)V99.
              10 WS-TA-TOTAL         PIC 9(09)V99.
       77  WS-IND-APO                PIC 9(02) COMP.
       01  WS-TABLA-APORTES-GL.
           05 WS-APOGL-USADOS        PIC 9(03) COMP VALUE ZERO.
           05 WS-APOGL-ENTRADA       OCCURS 500 TIMES.
              10 WS-TAG-CENCOS       PIC 9(05).
              10 WS-TAG-CUENTA       PIC X(10).
              10 WS-TAG-IMPORTE      PIC 9(09)V99.
       77  WS-IND-APOGL              PIC 9(03) COMP.
       77  WS-IND-APOGL-HALLADO      PIC 9(03) COMP.
       01  WS-CALCULO-APORTES.
           05 WS-BASE-APORTE         PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMPORTE-APORTE      PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOTAL-APORTES       PIC 9(09)V99 VALUE ZEROS.
           05 WS-GLA-TOTAL-DEBE      PIC 9(09)V99 VALUE ZEROS.
           05 WS-GLA-TOTAL-HABER     PIC 9(09)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL REGISTRO DE APORTACIONES
      *---------------------------------------------------------------
       01  WS-REGAPO-TITULO.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(48)    VALUE
              "REGISTRO DE APORTACIONES PATRONALES - PERIODO ".
           05 WS-RAT-PERIODO         PIC 9(06).
           05 FILLER                 PIC X(58)    VALUE SPACES.

       01  WS-REGAPO-ENCABEZADO.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(06)    VALUE "CODIGO".
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(22)    VALUE "DESCRIPCION".
           05 FILLER                 PIC X(22)    VALUE "ORGANISMO".
           05 FILLER                 PIC X(10)    VALUE "EMPLEADOS".
           05 FILLER                 PIC X(16)    VALUE "BASE".
           05 FILLER                 PIC X(12)    VALUE "TASA/FIJO".
           05 FILLER                 PIC X(16)    VALUE "APORTACION".
           05 FILLER                 PIC X(12)    VALUE "CTA PASIVO".
           05 FILLER                 PIC X(13)    VALUE SPACES.

       01  WS-REGAPO-DETALLE.
           05 FILLER                 PIC X(03)    VALUE SPACES.
           05 WS-RGA-CODIGO          PIC 9(02).
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 WS-RGA-DESCRIPCION     PIC X(20).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RGA-ORGANISMO       PIC X(20).
           05 FILLER                 PIC X(03)    VALUE SPACES.
           05 WS-RGA-EMPLEADOS       PIC ZZZZ9.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RGA-BASE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RGA-TASA            PIC ZZZ,ZZ9.99.
           05 WS-RGA-TIPO            PIC X(02).
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RGA-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 WS-RGA-CUENTA          PIC X(10).
           05 FILLER                 PIC X(15)    VALUE SPACES.

       01  WS-REGAPO-TOTAL.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(22)
                                      VALUE "TOTAL APORTACIONES:  ".
           05 WS-RGAT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(17)
                                      VALUE "   CARGOS GL:    ".
           05 WS-RGAT-DEBE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(17)
                                      VALUE "   ABONOS GL:    ".
           05 WS-RGAT-HABER          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(33)    VALUE SPACES.

      *---------------------------------------------------------------
      *    LINEAS DE IMPRESION DEL REGISTRO DE DEDUCCIONES
           05 WS-RGD-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(75)    VALUE SPACES.

       01  WS-REGDED-TITULO-DEV.
           05 FILLER                 PIC X(20)    VALUE SPACES.
           05 FILLER                 PIC X(44)    VALUE
              "REGISTRO DE DEVENGOS VARIABLES POR CODIGO".
           05 FILLER                 PIC X(68)    VALUE SPACES.

       01  WS-REGDED-ENCABEZADO-DEV.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(06)    VALUE "CODIGO".
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(20)    VALUE "DESCRIPCION".
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(10)    VALUE "EMPLEADOS".
           05 FILLER                 PIC X(15)
                                      VALUE "TOTAL DEVENGADO".
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(08)    VALUE "GRAVABLE".
           05 FILLER                 PIC X(02)    VALUE SPACES.
           05 FILLER                 PIC X(10)    VALUE "CUENTA GL".
           05 FILLER                 PIC X(54)    VALUE SPACES.

       01  WS-REGDED-DETALLE-DEV.
           05 FILLER                 PIC X(03)    VALUE SPACES.
           05 WS-RGV-CODIGO          PIC 9(02).
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 WS-RGV-DESCRIPCION     PIC X(20).
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 WS-RGV-EMPLEADOS       PIC ZZZZ9.
           05 FILLER                 PIC X(04)    VALUE SPACES.
           05 WS-RGV-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(06)    VALUE SPACES.
           05 WS-RGV-GRAVABLE        PIC X(01).
           05 FILLER                 PIC X(05)    VALUE SPACES.
           05 WS-RGV-CUENTA          PIC X(10).
           05 FILLER                 PIC X(53)    VALUE SPACES.

       01  WS-REGDED-TOTAL-DEV.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(18)
                                      VALUE "TOTAL DEVENGOS:   ".
           05 WS-RGTV-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(99)    VALUE SPACES.

       01  WS-REGDED-TOTALES.
           05 FILLER                 PIC X(01)    VALUE SPACES.
           05 FILLER                 PIC X(13)    VALUE "BRUTO ACH:  ".
      *    INGRESO (2152-VALIDAR-FECHA-INGRESO)
      *---------------------------------------------------------------
       01  WS-FECHA-DELDIA            PIC 9(08)    VALUE ZEROS.

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
       01  WS-HMV-PERIODO.
           05 FILLER                 PIC X(08)    VALUE 'PERIODO '.
           05 WS-HMP-PERIODO         PIC 9(06)    VALUE ZEROS.
       01  WS-DIAS-DEL-MES            PIC 9(02)    VALUE ZEROS.
       01  WS-BISIESTO-COCIENTE       PIC 9(04)    VALUE ZEROS.
       01  WS-BISIESTO-RESIDUO        PIC 9(04)    VALUE ZEROS.
           OPEN INPUT  PUESTOS
           OPEN INPUT  DEPARTAMENTOS
           OPEN INPUT  CENTROS-COSTO
           OPEN I-O    DEDUC-EMPLEADO.
           IF WS-FS-DEDEMP EQUAL "00"
               SET WS-DEDEMP-ABIERTO TO TRUE
           END-IF.
           IF WS-FS-PERFIMP EQUAL "00"
               SET WS-PERFIMP-ABIERTO TO TRUE
           END-IF.
           OPEN INPUT  DEVENGOS.
           IF WS-FS-DEVENG EQUAL "00"
               SET WS-DEVENG-ABIERTO TO TRUE
           END-IF.
           PERFORM 1080-CARGAR-TABLA-IMPUESTO THRU 1080-EXIT.
           PERFORM 1060-CARGAR-DEDUCCIONES THRU 1060-EXIT.
           PERFORM 1040-CARGAR-CODIGOS-DEVENGO THRU 1040-EXIT.
           PERFORM 1030-CARGAR-APORTES THRU 1030-EXIT.
           PERFORM 1020-VERIFICAR-MAESTROS THRU 1020-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1055-VERIFICAR-DEVENGOS THRU 1055-EXIT.
           PERFORM 1090-VERIFICAR-RUN-CONTROL THRU 1090-EXIT.
           PERFORM 1100-VERIFICAR-REINICIO THRU 1100-EXIT.
           PERFORM 1180-ABRIR-SALIDAS THRU 1180-EXIT.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           OPEN EXTEND HISTORICO-MOV.
           IF WS-FS-HISTMOV NOT EQUAL "00"
               DISPLAY "AS20: ERROR AL ABRIR UT-HISTMOV, FILE STATUS = "
                       WS-FS-HISTMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NO-ES-REINICIO
               PERFORM 4100-IMPRIMIR-TITULOS THRU 4100-EXIT
               PERFORM 4600-IMPRIMIR-TITULOS-RESUMEN THRU 4600-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DEVENG-ABIERTO
                   AND WS-FS-CODDEV NOT EQUAL "00"
               DISPLAY "AS20: UT-DEVENG SIN UT-CODDEV, FILE STATUS = "
                       WS-FS-CODDEV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1020-EXIT.
           EXIT.

      *=================================================================
      *    1030-CARGAR-APORTES
      *    CARGA LOS CODIGOS ACTIVOS DEL MAESTRO DE APORTACIONES
      *    PATRONALES. SIN UT-APOMAST NO SE CALCULAN APORTACIONES.
      *=================================================================
       1030-CARGAR-APORTES.
           OPEN INPUT APORTES-MASTER.
           IF WS-FS-APOMAST NOT EQUAL "00"
               GO TO 1030-EXIT
           END-IF.
           PERFORM 1035-LEER-APORTE THRU 1035-EXIT
               UNTIL WS-FIN-APOMAST.
           CLOSE APORTES-MASTER.
       1030-EXIT.
           EXIT.

       1035-LEER-APORTE.
           READ APORTES-MASTER
               AT END
                   SET WS-FIN-APOMAST TO TRUE
               NOT AT END
                   IF APO-ACTIVO EQUAL 'N'
                       GO TO 1035-EXIT
                   END-IF
                   IF WS-APO-USADOS IS NOT LESS THAN 30
                       DISPLAY "AS20: TABLA DE APORTACIONES AGOTADA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-APO-USADOS
                   MOVE APO-CODIGO
                       TO WS-TA-CODIGO (WS-APO-USADOS)
                   MOVE APO-DESCRIPCION
                       TO WS-TA-DESCRIPCION (WS-APO-USADOS)
                   MOVE APO-TIPO
                       TO WS-TA-TIPO (WS-APO-USADOS)
                   MOVE APO-TASA
                       TO WS-TA-TASA (WS-APO-USADOS)
                   MOVE APO-IMPORTE
                       TO WS-TA-IMPORTE (WS-APO-USADOS)
                   MOVE APO-TOPE
                       TO WS-TA-TOPE (WS-APO-USADOS)
                   MOVE APO-CUENTA-GASTO
                       TO WS-TA-CUENTA-GASTO (WS-APO-USADOS)
                   MOVE APO-CUENTA-PASIVO
                       TO WS-TA-CUENTA-PASIVO (WS-APO-USADOS)
                   MOVE APO-ORGANISMO
                       TO WS-TA-ORGANISMO (WS-APO-USADOS)
                   MOVE ZEROS TO WS-TA-EMPLEADOS (WS-APO-USADOS)
                   MOVE ZEROS TO WS-TA-BASE (WS-APO-USADOS)
                   MOVE ZEROS TO WS-TA-TOTAL (WS-APO-USADOS)
           END-READ.
       1035-EXIT.
           EXIT.

      *=================================================================
      *    1040-CARGAR-CODIGOS-DEVENGO
      *    CARGA EL MAESTRO DE CODIGOS DE DEVENGO EN LA TABLA. SOLO
      *    HACE FALTA CUANDO HAY DEVENGOS DEL PERIODO (UT-DEVENG);
      *    1020-VERIFICAR-MAESTROS DETIENE LA CORRIDA SI HAY
      *    DEVENGOS Y EL MAESTRO NO ABRE.
      *=================================================================
       1040-CARGAR-CODIGOS-DEVENGO.
           OPEN INPUT CODIGOS-DEVENGO.
           IF WS-FS-CODDEV NOT EQUAL "00"
               GO TO 1040-EXIT
           END-IF.
           PERFORM 1045-LEER-CODIGO-DEVENGO THRU 1045-EXIT
               UNTIL WS-FIN-CODDEV.
           CLOSE CODIGOS-DEVENGO.
       1040-EXIT.
           EXIT.

       1045-LEER-CODIGO-DEVENGO.
           READ CODIGOS-DEVENGO
               AT END
                   SET WS-FIN-CODDEV TO TRUE
               NOT AT END
                   IF WS-DEV-USADOS IS NOT LESS THAN 50
                       DISPLAY "AS20: TABLA DE CODIGOS DE DEVENGO "
                               "AGOTADA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEV-USADOS
                   MOVE CDV-CODIGO
                       TO WS-TV-CODIGO (WS-DEV-USADOS)
                   MOVE CDV-DESCRIPCION
                       TO WS-TV-DESCRIPCION (WS-DEV-USADOS)
                   MOVE CDV-GRAVABLE
                       TO WS-TV-GRAVABLE (WS-DEV-USADOS)
                   MOVE CDV-CUENTA-GL
                       TO WS-TV-CUENTA (WS-DEV-USADOS)
                   MOVE ZEROS TO WS-TV-EMPLEADOS (WS-DEV-USADOS)
                   MOVE ZEROS TO WS-TV-TOTAL (WS-DEV-USADOS)
           END-READ.
       1045-EXIT.
           EXIT.

      *=================================================================
      *    1050-LEER-PARAMETROS
      *    LEE LA TARJETA DE CONTROL (UT-PARAMS), OPCIONAL, CON LA
       1050-EXIT.
           EXIT.

      *=================================================================
      *    1055-VERIFICAR-DEVENGOS
      *    RECORRE UT-DEVENG ANTES DE PAGAR: UN DEVENGO CON OTRO
      *    PERIODO QUE EL DE LA CORRIDA (AS22 NO SE CORRIO EN ESTE
      *    CICLO O SE CORRIO CON OTRA TARJETA) DETIENE LA CORRIDA,
      *    PARA NO PAGAR DE NUEVO LOS DEVENGOS DEL CICLO ANTERIOR.
      *=================================================================
       1055-VERIFICAR-DEVENGOS.
           IF NOT WS-DEVENG-ABIERTO
               GO TO 1055-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-FIN-DEVENG.
           PERFORM 1057-LEER-DEVENGO-PERIODO THRU 1057-EXIT
               UNTIL WS-FIN-DEVENG.
       1055-EXIT.
           EXIT.

       1057-LEER-DEVENGO-PERIODO.
           READ DEVENGOS NEXT RECORD
               AT END
                   SET WS-FIN-DEVENG TO TRUE
               NOT AT END
                   IF DEV-PERIODO NOT EQUAL WS-PERIODO-CORRIDA
                       DISPLAY "AS20: UT-DEVENG DEL PERIODO "
                               DEV-PERIODO " Y LA CORRIDA ES DEL "
                               WS-PERIODO-CORRIDA " - LLAVE "
                               DEV-LLAVE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       1057-EXIT.
           EXIT.

      *=================================================================
      *    1060-CARGAR-DEDUCCIONES
      *    CARGA EL MAESTRO DE DEDUCCIONES EN LA TABLA Y LA DEJA
                   MOVE REI-SUBTOTAL-DEPTO     TO WS-SUBTOTAL-DEPTO
                   MOVE REI-LINEAS-DEPTO       TO WS-LINEAS-DEPTO
                   MOVE REI-PRIMER-REG         TO WS-SW-PRIMER-REG
                   MOVE REI-TOTAL-DEVENGOS     TO WS-TOTAL-DEVENGOS
           END-READ.
       1160-EXIT.
           EXIT.
               OPEN EXTEND HISTORIA
               OPEN EXTEND BURST-DEP
               OPEN EXTEND TALON-DETALLE
               OPEN EXTEND MOVIMIENTOS-SALDO
           ELSE
               OPEN OUTPUT REPORTE
               OPEN OUTPUT EXCEPCIONES
               OPEN OUTPUT HISTORIA
               OPEN OUTPUT BURST-DEP
               OPEN OUTPUT TALON-DETALLE
               OPEN OUTPUT MOVIMIENTOS-SALDO
           END-IF.
           OPEN OUTPUT GL-EXTRACTO.
           OPEN OUTPUT REGISTRO-DED.
           OPEN OUTPUT GL-APORTES.
           OPEN OUTPUT REGISTRO-APO.
           OPEN OUTPUT RESUMEN-HIS.
           OPEN OUTPUT CHECKPOINT.
       1180-EXIT.
               MOVE WS-SUBTOTAL-DEPTO      TO CKP-SUBTOTAL-DEPTO
               MOVE WS-LINEAS-DEPTO        TO CKP-LINEAS-DEPTO
               MOVE WS-SW-PRIMER-REG       TO CKP-PRIMER-REG
               MOVE WS-TOTAL-DEVENGOS      TO CKP-TOTAL-DEVENGOS
               WRITE REG-CHECKPOINT
           END-IF.
       2950-EXIT.
      *    DE VALIDACION, Y CIERRA FICHEROS.
      *=================================================================
       3000-FINALIZAR.
           ADD WS-TOTAL-SALARIO WS-TOTAL-DEVENGOS
               GIVING WS-TOTAL-NOMINA.
           IF WS-LINEAS-DEPTO IS GREATER THAN ZERO
               PERFORM 4300-IMPRIMIR-SUBTOTAL THRU 4300-EXIT
           END-IF.
           PERFORM 4500-IMPRIMIR-CONTROL THRU 4500-EXIT.
           PERFORM 3050-ESCRIBIR-EXTRACTO-GL THRU 3050-EXIT.
           PERFORM 3070-IMPRIMIR-REGISTRO-DED THRU 3070-EXIT.
           PERFORM 3100-ESCRIBIR-EXTRACTO-APO THRU 3100-EXIT.
           PERFORM 3085-ESCRIBIR-RESUMEN-HIS THRU 3085-EXIT.
           PERFORM 3090-GRABAR-RUN-CONTROL THRU 3090-EXIT.

           CLOSE CENTROS-COSTO
           CLOSE GL-EXTRACTO
           CLOSE REGISTRO-DED
           CLOSE GL-APORTES
           CLOSE REGISTRO-APO
           CLOSE RESUMEN-HIS.
           IF WS-DEDEMP-ABIERTO
               CLOSE DEDUC-EMPLEADO
           IF WS-PERFIMP-ABIERTO
               CLOSE PERFIL-IMPUESTO
           END-IF.
           IF WS-DEVENG-ABIERTO
               CLOSE DEVENGOS
           END-IF.
           CLOSE REPORTE
           CLOSE EXCEPCIONES
           CLOSE CHECKPOINT
           CLOSE RESUMEN-DEP
           CLOSE HISTORIA
           CLOSE BURST-DEP
           CLOSE TALON-DETALLE
           CLOSE MOVIMIENTOS-SALDO
           CLOSE HISTORICO-MOV.
       3000-EXIT.
           EXIT.

      *    3050-ESCRIBIR-EXTRACTO-GL
      *    GRABA EL EXTRACTO DE INTERFAZ AL MAYOR: UN CARGO POR CADA
      *    CENTRO DE COSTO ACUMULADO, UN ABONO UNICO A NOMINA POR
      *    PAGAR Y EL TRAILER CON LOS TOTALES. LOS DEVENGOS VARIABLES
      *    SE CARGAN APARTE, POR CENTRO DE COSTO Y CUENTA DE SU
      *    CODIGO. EL TOTAL DEL TRAILER DEBE CUADRAR CON SALARIOS MAS
      *    DEVENGOS (WS-TOTAL-NOMINA); UNA DIFERENCIA MARCA LA
      *    CORRIDA CON RETURN-CODE 8. EN UN REINICIO EL EXTRACTO NO
      *    SE GENERA (LA TABLA DE CENTROS NO VIAJA EN EL CHECKPOINT)
      *    Y SE DEJA CONSTANCIA EN EL LISTADO.
           PERFORM 3060-ESCRIBIR-CARGO-GL THRU 3060-EXIT
               VARYING WS-IND-CENCOS FROM 1 BY 1
               UNTIL WS-IND-CENCOS IS GREATER THAN WS-CENCOS-USADOS.
           PERFORM 3065-ESCRIBIR-CARGO-DEVENGO THRU 3065-EXIT
               VARYING WS-IND-DEVGL FROM 1 BY 1
               UNTIL WS-IND-DEVGL IS GREATER THAN WS-DEVGL-USADOS.

           MOVE 'C'                    TO GL-TIPO.
           MOVE ZEROS                  TO GL-CENTRO-COSTO.
           MOVE WS-GL-TOTAL-DEBE TO GL-IMPORTE-HABER.
           WRITE REG-GL.

           IF WS-GL-TOTAL-DEBE NOT EQUAL WS-TOTAL-NOMINA
               DISPLAY "AS20: EXTRACTO GL NO CUADRA CON TOTAL DE "
                       "SALARIOS Y DEVENGOS"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3050-EXIT.
       3060-EXIT.
           EXIT.

       3065-ESCRIBIR-CARGO-DEVENGO.
           MOVE 'D' TO GL-TIPO.
           MOVE WS-TG-CENCOS (WS-IND-DEVGL)  TO GL-CENTRO-COSTO.
           MOVE WS-TG-CUENTA (WS-IND-DEVGL)  TO GL-CUENTA.
           MOVE WS-TG-IMPORTE (WS-IND-DEVGL) TO GL-IMPORTE-DEBE.
           MOVE ZEROS                        TO GL-IMPORTE-HABER.
           WRITE REG-GL.
           ADD WS-TG-IMPORTE (WS-IND-DEVGL) TO WS-GL-TOTAL-DEBE.
       3065-EXIT.
           EXIT.

      *=================================================================
      *    3070-IMPRIMIR-REGISTRO-DED
      *    IMPRIME EL REGISTRO DE DEDUCCIONES TOTALIZADO POR CODIGO,
           PERFORM 3080-IMPRIMIR-LINEA-DED THRU 3080-EXIT
               VARYING WS-IND-DED FROM 1 BY 1
               UNTIL WS-IND-DED IS GREATER THAN WS-DED-USADAS.
           IF WS-TOTAL-DEVENGOS IS GREATER THAN ZERO
               PERFORM 3075-IMPRIMIR-DEVENGOS THRU 3075-EXIT
           END-IF.

           MOVE WS-TOTAL-BRUTO-ACH TO WS-RGT-BRUTO.
           MOVE WS-TOTAL-RETENIDO  TO WS-RGT-RETENIDO.
       3080-EXIT.
           EXIT.

      *=================================================================
      *    3075-IMPRIMIR-DEVENGOS
      *    BLOQUE DE DEVENGOS VARIABLES DEL REGISTRO: TOTAL PAGADO Y
      *    EMPLEADOS POR CODIGO, CON SU MARCA DE GRAVABLE Y CUENTA
      *    CONTABLE, PARA CUADRAR CONTRA EL REGISTRO DE AS22. EL
      *    BRUTO ACH DE LOS TOTALES YA INCLUYE ESTOS DEVENGOS.
      *=================================================================
       3075-IMPRIMIR-DEVENGOS.
           WRITE REG-REGISTRO-DED FROM WS-LINEA-BLANCO.
           WRITE REG-REGISTRO-DED FROM WS-REGDED-TITULO-DEV.
           WRITE REG-REGISTRO-DED FROM WS-REGDED-ENCABEZADO-DEV.
           PERFORM 3077-IMPRIMIR-LINEA-DEV THRU 3077-EXIT
               VARYING WS-IND-DEV FROM 1 BY 1
               UNTIL WS-IND-DEV IS GREATER THAN WS-DEV-USADOS.
           MOVE WS-TOTAL-DEVENGOS TO WS-RGTV-TOTAL.
           WRITE REG-REGISTRO-DED FROM WS-REGDED-TOTAL-DEV.
       3075-EXIT.
           EXIT.

       3077-IMPRIMIR-LINEA-DEV.
           IF WS-TV-EMPLEADOS (WS-IND-DEV) EQUAL ZERO
               GO TO 3077-EXIT
           END-IF.
           MOVE WS-TV-CODIGO (WS-IND-DEV)      TO WS-RGV-CODIGO.
           MOVE WS-TV-DESCRIPCION (WS-IND-DEV) TO WS-RGV-DESCRIPCION.
           MOVE WS-TV-EMPLEADOS (WS-IND-DEV)   TO WS-RGV-EMPLEADOS.
           MOVE WS-TV-TOTAL (WS-IND-DEV)       TO WS-RGV-TOTAL.
           MOVE WS-TV-GRAVABLE (WS-IND-DEV)    TO WS-RGV-GRAVABLE.
           MOVE WS-TV-CUENTA (WS-IND-DEV)      TO WS-RGV-CUENTA.
           WRITE REG-REGISTRO-DED FROM WS-REGDED-DETALLE-DEV.
       3077-EXIT.
           EXIT.

      *=================================================================
      *    3100-ESCRIBIR-EXTRACTO-APO
      *    GRABA EL EXTRACTO GL DE APORTACIONES PATRONALES: UN CARGO
      *    POR CENTRO DE COSTO Y CUENTA DE GASTO, UN ABONO POR CODIGO
      *    A SU CUENTA DE PASIVO Y EL TRAILER CON LOS TOTALES, E
      *    IMPRIME EL REGISTRO POR CODIGO. SI LOS CARGOS NO CUADRAN
      *    CON LOS ABONOS LA CORRIDA SE MARCA CON RETURN-CODE 8. EN
      *    UN REINICIO NO SE GENERA, COMO EL EXTRACTO GL.
      *=================================================================
       3100-ESCRIBIR-EXTRACTO-APO.
           IF WS-ES-REINICIO
               MOVE SPACES TO REG-REPORTE
               MOVE "     EXTRACTO DE APORTACIONES NO GENERADO EN"
                   TO REG-REPORTE (1:44)
               MOVE " REINICIO - RECORRER COMPLETO"
                   TO REG-REPORTE (45:29)
               WRITE REG-REPORTE
                   AFTER ADVANCING 1 LINE
               GO TO 3100-EXIT
           END-IF.

           MOVE ZEROS TO WS-GLA-TOTAL-DEBE
                         WS-GLA-TOTAL-HABER.
           PERFORM 3110-ESCRIBIR-CARGO-APO THRU 3110-EXIT
               VARYING WS-IND-APOGL FROM 1 BY 1
               UNTIL WS-IND-APOGL IS GREATER THAN WS-APOGL-USADOS.
           PERFORM 3115-ESCRIBIR-ABONO-APO THRU 3115-EXIT
               VARYING WS-IND-APO FROM 1 BY 1
               UNTIL WS-IND-APO IS GREATER THAN WS-APO-USADOS.

           MOVE 'T'                TO GLA-TIPO.
           MOVE ZEROS              TO GLA-CENTRO-COSTO.
           MOVE SPACES             TO GLA-CUENTA.
           MOVE WS-GLA-TOTAL-DEBE  TO GLA-IMPORTE-DEBE.
           MOVE WS-GLA-TOTAL-HABER TO GLA-IMPORTE-HABER.
           WRITE REG-GL-APORTE.

           IF WS-GLA-TOTAL-DEBE NOT EQUAL WS-GLA-TOTAL-HABER
                   OR WS-GLA-TOTAL-DEBE NOT EQUAL WS-TOTAL-APORTES
               DISPLAY "AS20: EXTRACTO DE APORTACIONES NO CUADRA"
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WS-PERIODO-CORRIDA TO WS-RAT-PERIODO.
           WRITE REG-REGISTRO-APO FROM WS-REGAPO-TITULO.
           WRITE REG-REGISTRO-APO FROM WS-REGAPO-ENCABEZADO.
           PERFORM 3120-IMPRIMIR-LINEA-APO THRU 3120-EXIT
               VARYING WS-IND-APO FROM 1 BY 1
               UNTIL WS-IND-APO IS GREATER THAN WS-APO-USADOS.
           MOVE WS-TOTAL-APORTES   TO WS-RGAT-TOTAL.
           MOVE WS-GLA-TOTAL-DEBE  TO WS-RGAT-DEBE.
           MOVE WS-GLA-TOTAL-HABER TO WS-RGAT-HABER.
           WRITE REG-REGISTRO-APO FROM WS-LINEA-BLANCO.
           WRITE REG-REGISTRO-APO FROM WS-REGAPO-TOTAL.
       3100-EXIT.
           EXIT.

       3110-ESCRIBIR-CARGO-APO.
           MOVE 'D' TO GLA-TIPO.
           MOVE WS-TAG-CENCOS (WS-IND-APOGL)  TO GLA-CENTRO-COSTO.
           MOVE WS-TAG-CUENTA (WS-IND-APOGL)  TO GLA-CUENTA.
           MOVE WS-TAG-IMPORTE (WS-IND-APOGL) TO GLA-IMPORTE-DEBE.
           MOVE ZEROS                         TO GLA-IMPORTE-HABER.
           WRITE REG-GL-APORTE.
           ADD WS-TAG-IMPORTE (WS-IND-APOGL) TO WS-GLA-TOTAL-DEBE.
       3110-EXIT.
           EXIT.

       3115-ESCRIBIR-ABONO-APO.
           IF WS-TA-TOTAL (WS-IND-APO) EQUAL ZERO
               GO TO 3115-EXIT
           END-IF.
           MOVE 'C' TO GLA-TIPO.
           MOVE ZEROS                            TO GLA-CENTRO-COSTO.
           MOVE WS-TA-CUENTA-PASIVO (WS-IND-APO) TO GLA-CUENTA.
           MOVE ZEROS                            TO GLA-IMPORTE-DEBE.
           MOVE WS-TA-TOTAL (WS-IND-APO)         TO GLA-IMPORTE-HABER.
           WRITE REG-GL-APORTE.
           ADD WS-TA-TOTAL (WS-IND-APO) TO WS-GLA-TOTAL-HABER.
       3115-EXIT.
           EXIT.

       3120-IMPRIMIR-LINEA-APO.
           IF WS-TA-EMPLEADOS (WS-IND-APO) EQUAL ZERO
               GO TO 3120-EXIT
           END-IF.
           MOVE WS-TA-CODIGO (WS-IND-APO)      TO WS-RGA-CODIGO.
           MOVE WS-TA-DESCRIPCION (WS-IND-APO) TO WS-RGA-DESCRIPCION.
           MOVE WS-TA-ORGANISMO (WS-IND-APO)   TO WS-RGA-ORGANISMO.
           MOVE WS-TA-EMPLEADOS (WS-IND-APO)   TO WS-RGA-EMPLEADOS.
           MOVE WS-TA-BASE (WS-IND-APO)        TO WS-RGA-BASE.
           IF WS-TA-TIPO (WS-IND-APO) EQUAL 'P'
               MOVE WS-TA-TASA (WS-IND-APO)    TO WS-RGA-TASA
               MOVE " %"                       TO WS-RGA-TIPO
           ELSE
               MOVE WS-TA-IMPORTE (WS-IND-APO) TO WS-RGA-TASA
               MOVE " F"                       TO WS-RGA-TIPO
           END-IF.
           MOVE WS-TA-TOTAL (WS-IND-APO)        TO WS-RGA-TOTAL.
           MOVE WS-TA-CUENTA-PASIVO (WS-IND-APO) TO WS-RGA-CUENTA.
           WRITE REG-REGISTRO-APO FROM WS-REGAPO-DETALLE.
       3120-EXIT.
           EXIT.

      *=================================================================
      *    3085-ESCRIBIR-RESUMEN-HIS
      *    GRABA EL RESUMEN HISTORICO DE LA CORRIDA: UNA LINEA POR
           MOVE WS-FECHA-DELDIA    TO RCT-FECHA.
           MOVE WS-LEIDOS-EMP      TO RCT-LEIDOS.
           MOVE WS-IMPRESOS        TO RCT-GRABADOS.
           MOVE WS-TOTAL-NOMINA    TO RCT-TOTAL-SALARIO.
           MOVE 'C'                TO RCT-ESTADO.
           WRITE REG-RUNCTL.
           CLOSE RUN-CONTROL.

      *=================================================================
      *    4240-CALCULAR-NETO
      *    CALCULA EL NETO DEL EMPLEADO ACTIVO: PARTE DEL BRUTO
      *    (SALARIO MAS LOS DEVENGOS VARIABLES DEL PERIODO QUE TENGA
      *    EN UT-DEVENG), RECOGE SUS CODIGOS DE DEDUCCION DE
      *    UT-DEDEMP Y LOS APLICA
      *    EN EL ORDEN DE PRIORIDAD DEL MAESTRO. UNA DEDUCCION QUE
      *    EXCEDE EL NETO RESTANTE SE RECORTA AL RESTANTE PARA QUE EL
      *    NETO NUNCA QUEDE NEGATIVO. SIN MAESTRO DE DEDUCCIONES O
      *    SIN CODIGOS PROPIOS, EL NETO ES EL BRUTO.
      *=================================================================
       4240-CALCULAR-NETO.
           MOVE WS-SALARIO-EMP TO WS-BRUTO-EMP.
           MOVE ZEROS TO WS-DEVENGOS-EMP
                         WS-DEV-GRAVABLE-EMP.
           PERFORM 4260-TALON-BRUTO THRU 4260-EXIT.
           IF WS-DEVENG-ABIERTO
               PERFORM 4230-RECOGER-DEVENGOS THRU 4230-EXIT
           END-IF.
           MOVE WS-BRUTO-EMP TO WS-NETO-EMP.
           ADD WS-BRUTO-EMP TO WS-TOTAL-BRUTO-ACH.
           PERFORM 4290-CALCULAR-APORTE THRU 4290-EXIT
               VARYING WS-IND-APO FROM 1 BY 1
               UNTIL WS-IND-APO IS GREATER THAN WS-APO-USADOS.

           IF WS-DED-USADAS EQUAL ZERO
                   OR NOT WS-DEDEMP-ABIERTO
       4240-EXIT.
           EXIT.

      *=================================================================
      *    4230-RECOGER-DEVENGOS
      *    POSICIONA UT-DEVENG EN EL PRIMER DEVENGO DEL EMPLEADO EN
      *    CURSO (START POR LLAVE PARCIAL EMPLEADO+CODIGO 00) Y LOS
      *    SUMA AL BRUTO UNO A UNO.
      *=================================================================
       4230-RECOGER-DEVENGOS.
           MOVE WS-NUMERO-EMP TO DEV-NUMERO-EMP.
           MOVE ZEROS         TO DEV-CODIGO.
           MOVE 'N' TO WS-SW-FIN-DEVENG.
           START DEVENGOS
               KEY IS NOT LESS THAN DEV-LLAVE
               INVALID KEY
                   SET WS-FIN-DEVENG TO TRUE
           END-START.
           PERFORM 4232-LEER-DEVENGO THRU 4232-EXIT
               UNTIL WS-FIN-DEVENG.
       4230-EXIT.
           EXIT.

       4232-LEER-DEVENGO.
           READ DEVENGOS NEXT RECORD
               AT END
                   SET WS-FIN-DEVENG TO TRUE
               NOT AT END
                   IF DEV-NUMERO-EMP NOT EQUAL WS-NUMERO-EMP
                       SET WS-FIN-DEVENG TO TRUE
                   ELSE
                       PERFORM 4234-APLICAR-DEVENGO THRU 4234-EXIT
                   END-IF
           END-READ.
       4232-EXIT.
           EXIT.

      *=================================================================
      *    4234-APLICAR-DEVENGO
      *    SUMA EL DEVENGO LEIDO AL BRUTO DEL EMPLEADO (Y A SU PARTE
      *    GRAVABLE SI EL CODIGO GRAVA), LO ACUMULA POR CODIGO PARA
      *    EL REGISTRO Y POR CENTRO DE COSTO/CUENTA PARA EL EXTRACTO
      *    GL, Y GRABA SU LINEA 'E' DE TALON. UN CODIGO QUE YA NO
      *    ESTA EN EL MAESTRO NO SE PAGA Y SE AVISA EN CONSOLA.
      *=================================================================
       4234-APLICAR-DEVENGO.
           MOVE ZEROS TO WS-IND-DEV-HALLADO.
           PERFORM 4236-BUSCAR-CODIGO-DEV THRU 4236-EXIT
               VARYING WS-IND-DEV FROM 1 BY 1
               UNTIL WS-IND-DEV IS GREATER THAN WS-DEV-USADOS
                  OR WS-IND-DEV-HALLADO IS GREATER THAN ZERO.
           IF WS-IND-DEV-HALLADO EQUAL ZERO
               DISPLAY "AS20: EMPLEADO " WS-NUMERO-EMP
                       " CODIGO DE DEVENGO " DEV-CODIGO
                       " NO DEFINIDO, NO PAGADO"
               GO TO 4234-EXIT
           END-IF.

           ADD DEV-IMPORTE TO WS-BRUTO-EMP
               ON SIZE ERROR
                   DISPLAY "AS20: EMPLEADO " WS-NUMERO-EMP
                           " CODIGO DE DEVENGO " DEV-CODIGO
                           " EXCEDE EL BRUTO, NO PAGADO"
                   GO TO 4234-EXIT
           END-ADD.
           ADD DEV-IMPORTE TO WS-DEVENGOS-EMP.
           IF WS-TV-ES-GRAVABLE (WS-IND-DEV-HALLADO)
               ADD DEV-IMPORTE TO WS-DEV-GRAVABLE-EMP
           END-IF.
           ADD 1 TO WS-TV-EMPLEADOS (WS-IND-DEV-HALLADO).
           ADD DEV-IMPORTE TO WS-TV-TOTAL (WS-IND-DEV-HALLADO).
           ADD DEV-IMPORTE TO WS-TOTAL-DEVENGOS.
           PERFORM 4238-ACUMULAR-DEVENGO-GL THRU 4238-EXIT.
           PERFORM 4262-TALON-DEVENGO THRU 4262-EXIT.
       4234-EXIT.
           EXIT.

       4236-BUSCAR-CODIGO-DEV.
           IF WS-TV-CODIGO (WS-IND-DEV) EQUAL DEV-CODIGO
               MOVE WS-IND-DEV TO WS-IND-DEV-HALLADO
           END-IF.
       4236-EXIT.
           EXIT.

      *=================================================================
      *    4238-ACUMULAR-DEVENGO-GL
      *    ACUMULA EL DEVENGO EN LA ENTRADA DE SU CENTRO DE COSTO Y
      *    CUENTA DEL CODIGO, ABRIENDO ENTRADA NUEVA LA PRIMERA VEZ.
      *    COMO CON LOS CENTROS DE COSTO, SI LA TABLA SE AGOTA LA
      *    CORRIDA SE DETIENE EN VEZ DE GRABAR UN EXTRACTO
      *    INCOMPLETO.
      *=================================================================
       4238-ACUMULAR-DEVENGO-GL.
           MOVE ZEROS TO WS-IND-DEVGL-HALLADO.
           PERFORM 4239-BUSCAR-ENTRADA-DEVGL THRU 4239-EXIT
               VARYING WS-IND-DEVGL FROM 1 BY 1
               UNTIL WS-IND-DEVGL IS GREATER THAN WS-DEVGL-USADOS
                  OR WS-IND-DEVGL-HALLADO IS GREATER THAN ZERO.

           IF WS-IND-DEVGL-HALLADO IS GREATER THAN ZERO
               ADD DEV-IMPORTE
                   TO WS-TG-IMPORTE (WS-IND-DEVGL-HALLADO)
               GO TO 4238-EXIT
           END-IF.

           IF WS-DEVGL-USADOS IS NOT LESS THAN 500
               DISPLAY "AS20: TABLA GL DE DEVENGOS AGOTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-DEVGL-USADOS.
           MOVE WS-CENTRO-COSTO-EMP
               TO WS-TG-CENCOS (WS-DEVGL-USADOS).
           MOVE WS-TV-CUENTA (WS-IND-DEV-HALLADO)
               TO WS-TG-CUENTA (WS-DEVGL-USADOS).
           MOVE DEV-IMPORTE
               TO WS-TG-IMPORTE (WS-DEVGL-USADOS).
       4238-EXIT.
           EXIT.

       4239-BUSCAR-ENTRADA-DEVGL.
           IF WS-TG-CENCOS (WS-IND-DEVGL) EQUAL WS-CENTRO-COSTO-EMP
                   AND WS-TG-CUENTA (WS-IND-DEVGL) EQUAL
                       WS-TV-CUENTA (WS-IND-DEV-HALLADO)
               MOVE WS-IND-DEVGL TO WS-IND-DEVGL-HALLADO
           END-IF.
       4239-EXIT.
           EXIT.

      *=================================================================
      *    4290-CALCULAR-APORTE
      *    CALCULA LA APORTACION PATRONAL DEL CODIGO EN CURSO SOBRE EL
      *    BRUTO DEL EMPLEADO (SALARIO MAS DEVENGOS), LIMITADO AL TOPE
      *    MENSUAL DEL CODIGO SI LO TIENE, Y LA ACUMULA EN EL TOTAL
      *    DEL CODIGO Y EN EL CARGO DE SU CENTRO DE COSTO. LA
      *    APORTACION NO AFECTA AL NETO DEL EMPLEADO.
      *=================================================================
       4290-CALCULAR-APORTE.
           MOVE WS-BRUTO-EMP TO WS-BASE-APORTE.
           IF WS-TA-TOPE (WS-IND-APO) IS GREATER THAN ZERO
                   AND WS-BASE-APORTE IS GREATER THAN
                       WS-TA-TOPE (WS-IND-APO)
               MOVE WS-TA-TOPE (WS-IND-APO) TO WS-BASE-APORTE
           END-IF.

           IF WS-TA-TIPO (WS-IND-APO) EQUAL 'P'
               COMPUTE WS-IMPORTE-APORTE ROUNDED =
                   (WS-BASE-APORTE * WS-TA-TASA (WS-IND-APO)) / 100
           ELSE
               MOVE WS-TA-IMPORTE (WS-IND-APO) TO WS-IMPORTE-APORTE
           END-IF.
           IF WS-IMPORTE-APORTE EQUAL ZERO
               GO TO 4290-EXIT
           END-IF.

           ADD 1                 TO WS-TA-EMPLEADOS (WS-IND-APO).
           ADD WS-BASE-APORTE    TO WS-TA-BASE (WS-IND-APO).
           ADD WS-IMPORTE-APORTE TO WS-TA-TOTAL (WS-IND-APO).
           ADD WS-IMPORTE-APORTE TO WS-TOTAL-APORTES.
           PERFORM 4295-ACUMULAR-APORTE-GL THRU 4295-EXIT.
       4290-EXIT.
           EXIT.

      *=================================================================
      *    4295-ACUMULAR-APORTE-GL
      *    ACUMULA LA APORTACION EN LA ENTRADA DE SU CENTRO DE COSTO
      *    Y CUENTA DE GASTO, COMO 4238-ACUMULAR-DEVENGO-GL.
      *=================================================================
       4295-ACUMULAR-APORTE-GL.
           MOVE ZEROS TO WS-IND-APOGL-HALLADO.
           PERFORM 4297-BUSCAR-ENTRADA-APOGL THRU 4297-EXIT
               VARYING WS-IND-APOGL FROM 1 BY 1
               UNTIL WS-IND-APOGL IS GREATER THAN WS-APOGL-USADOS
                  OR WS-IND-APOGL-HALLADO IS GREATER THAN ZERO.

           IF WS-IND-APOGL-HALLADO IS GREATER THAN ZERO
               ADD WS-IMPORTE-APORTE
                   TO WS-TAG-IMPORTE (WS-IND-APOGL-HALLADO)
               GO TO 4295-EXIT
           END-IF.

           IF WS-APOGL-USADOS IS NOT LESS THAN 500
               DISPLAY "AS20: TABLA GL DE APORTACIONES AGOTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-APOGL-USADOS.
           MOVE WS-CENTRO-COSTO-EMP
               TO WS-TAG-CENCOS (WS-APOGL-USADOS).
           MOVE WS-TA-CUENTA-GASTO (WS-IND-APO)
               TO WS-TAG-CUENTA (WS-APOGL-USADOS).
           MOVE WS-IMPORTE-APORTE
               TO WS-TAG-IMPORTE (WS-APOGL-USADOS).
       4295-EXIT.
           EXIT.

       4297-BUSCAR-ENTRADA-APOGL.
           IF WS-TAG-CENCOS (WS-IND-APOGL) EQUAL WS-CENTRO-COSTO-EMP
                   AND WS-TAG-CUENTA (WS-IND-APOGL) EQUAL
                       WS-TA-CUENTA-GASTO (WS-IND-APO)
               MOVE WS-IND-APOGL TO WS-IND-APOGL-HALLADO
           END-IF.
       4297-EXIT.
           EXIT.

      *=================================================================
      *    4242-RECOGER-CODIGOS
      *    POSICIONA UT-DEDEMP EN EL PRIMER REGISTRO DEL EMPLEADO EN
                           ADD 1 TO WS-CODIGOS-USADOS
                           MOVE DDE-CODIGO
                               TO WS-CODIGO-EMP (WS-CODIGOS-USADOS)
                           MOVE DDE-CLASE
                               TO WS-CODIGO-CLASE (WS-CODIGOS-USADOS)
                       ELSE
                           DISPLAY "AS20: EMPLEADO " WS-NUMERO-EMP
                                   " CON MAS DE 20 DEDUCCIONES,"
      *    4246-APLICAR-DEDUCCION
      *    APLICA LA ENTRADA DEL MAESTRO EN CURSO SI EL EMPLEADO LA
      *    TIENE CONTRATADA, ACUMULANDO EL TOTAL POR CODIGO PARA EL
      *    REGISTRO DE DEDUCCIONES. SI LA DEDUCCION LLEVA SALDO
      *    (PRESTAMO O EMBARGO), EL IMPORTE SALE DEL SALDO
      *    (4280-PREPARAR-SALDO) Y LO DESCONTADO SE REBAJA DEL SALDO
      *    (4285-ACTUALIZAR-SALDO).
      *=================================================================
       4246-APLICAR-DEDUCCION.
           MOVE ZEROS TO WS-IND-CODIGO.
           EVALUATE WS-TD-TIPO (WS-IND-DED)
               WHEN 'P'
                   COMPUTE WS-IMPORTE-DED ROUNDED =
                       (WS-BRUTO-EMP * WS-TD-TASA (WS-IND-DED))
                           / 100
                       ON SIZE ERROR
                           MOVE WS-NETO-EMP TO WS-IMPORTE-DED
           END-EVALUATE.

           SET WS-DED-NO-RECORTADA TO TRUE.
           SET WS-DED-SIN-SALDO TO TRUE.
           IF WS-CODIGO-CLASE (WS-IND-CODIGO) NOT EQUAL SPACE
               PERFORM 4280-PREPARAR-SALDO THRU 4280-EXIT
               IF WS-DED-CON-SALDO
                       AND WS-SALDO-NO-APLICADO
                       AND DDE-SALDO EQUAL ZERO
                   GO TO 4246-EXIT
               END-IF
           END-IF.

           IF WS-IMPORTE-DED IS GREATER THAN WS-NETO-EMP
               MOVE WS-NETO-EMP TO WS-IMPORTE-DED
               SET WS-DED-RECORTADA TO TRUE
               ADD WS-IMPORTE-DED TO WS-TOTAL-RETENIDO
               PERFORM 4265-TALON-DEDUCCION THRU 4265-EXIT
           END-IF.

           IF WS-DED-CON-SALDO
               PERFORM 4285-ACTUALIZAR-SALDO THRU 4285-EXIT
           END-IF.
       4246-EXIT.
           EXIT.

      *=================================================================
      *    4247-CALCULAR-IMPUESTO
      *    CALCULO POR TRAMOS DE LA DEDUCCION 'B': ANUALIZA EL
      *    SALARIO DEL EMPLEADO, DESGRAVA SUS EXENCIONES (UNA MAS
      *    PARA CASADOS, DEL PERFIL UT-PERFIMP; SIN PERFIL GRAVA COMO
      *    SOLTERO SIN EXENCIONES), GRAVA LA BASE TRAMO A TRAMO Y
      *    DEJA EN WS-IMPORTE-DED LA DOCEAVA PARTE DEL IMPUESTO
      *    ANUAL. LOS DEVENGOS GRAVABLES DEL MES NO SE ANUALIZAN:
      *    SE SUMAN UNA SOLA VEZ AL SALARIO ANUAL Y SE RETIENE ENTERA
      *    LA DIFERENCIA DE IMPUESTO QUE PRODUCEN. SIN TABLA DE
      *    TRAMOS NO SE RETIENE NADA.
      *=================================================================
       4247-CALCULAR-IMPUESTO.
           MOVE ZEROS TO WS-IMPORTE-DED.
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-BRUTO-ANUAL
           END-COMPUTE.
           PERFORM 4245-IMPUESTO-ANUAL THRU 4245-EXIT.

           COMPUTE WS-IMPORTE-DED ROUNDED =
               WS-IMPUESTO-ANUAL / 12
               ON SIZE ERROR
                   MOVE WS-NETO-EMP TO WS-IMPORTE-DED
           END-COMPUTE.

           IF WS-DEV-GRAVABLE-EMP EQUAL ZERO
               GO TO 4247-EXIT
           END-IF.
           MOVE WS-IMPUESTO-ANUAL TO WS-IMPUESTO-SALARIO.
           ADD WS-DEV-GRAVABLE-EMP TO WS-BRUTO-ANUAL
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-BRUTO-ANUAL
           END-ADD.
           PERFORM 4245-IMPUESTO-ANUAL THRU 4245-EXIT.
           COMPUTE WS-IMPORTE-DED = WS-IMPORTE-DED +
               (WS-IMPUESTO-ANUAL - WS-IMPUESTO-SALARIO)
               ON SIZE ERROR
                   MOVE WS-NETO-EMP TO WS-IMPORTE-DED
           END-COMPUTE.
       4247-EXIT.
           EXIT.

      *=================================================================
      *    4245-IMPUESTO-ANUAL
      *    IMPUESTO ANUAL (WS-IMPUESTO-ANUAL) DE UN BRUTO ANUAL DADO
      *    (WS-BRUTO-ANUAL): DESGRAVA LAS EXENCIONES YA RESUELTAS EN
      *    WS-EXENCIONES-TOT Y GRAVA LA BASE TRAMO A TRAMO.
      *=================================================================
       4245-IMPUESTO-ANUAL.
           MOVE ZEROS TO WS-IMPUESTO-ANUAL.
           COMPUTE WS-DESGRAVACION =
               WS-EXENCIONES-TOT * WS-EXENCION-ANUAL.
           IF WS-DESGRAVACION IS NOT LESS THAN WS-BRUTO-ANUAL
               GO TO 4245-EXIT
           END-IF.
           SUBTRACT WS-DESGRAVACION FROM WS-BRUTO-ANUAL
               GIVING WS-BASE-GRAVABLE.

           PERFORM 4249-GRAVAR-TRAMO THRU 4249-EXIT
               VARYING WS-IND-IMP FROM 1 BY 1
               UNTIL WS-IND-IMP IS GREATER THAN
                   WS-TRAMOS-IMP-USADOS.
       4245-EXIT.
           EXIT.

       4248-BUSCAR-CODIGO-EMP.
           MOVE "CR"           TO ACH-CODIGO-TRANS.

           WRITE REG-ACH.
           PERFORM 4255-HISTORICO-PAGO THRU 4255-EXIT.
       4250-EXIT.
           EXIT.

      *=================================================================
      *    4255-HISTORICO-PAGO
      *    MOVIMIENTO DEL HISTORICO POR EL PAGO DEL EMPLEADO: PERIODO
      *    DE LA CORRIDA, BRUTO (SALARIO MAS DEVENGOS) Y EL NETO
      *    ENVIADO A DESEMBOLSO COMO IMPORTE.
      *=================================================================
       4255-HISTORICO-PAGO.
           MOVE WS-NUMERO-EMP      TO WS-HMV-NUMERO-EMP.
           MOVE "PAGO NOMINA"      TO WS-HMV-CONCEPTO.
           MOVE WS-PERIODO-CORRIDA TO WS-HMP-PERIODO.
           MOVE WS-HMV-PERIODO     TO WS-HMV-VALOR-ANTES.
           MOVE WS-BRUTO-EMP       TO WS-HMV-EDITADO.
           MOVE "BRUTO "           TO WS-HMV-VALOR-DESPUES.
           MOVE WS-HMV-EDITADO     TO WS-HMV-VALOR-DESPUES (7:12).
           MOVE WS-NETO-EMP        TO WS-HMV-IMPORTE.
           PERFORM 4256-GRABAR-HISTORICO THRU 4256-EXIT.
       4255-EXIT.
           EXIT.

      *=================================================================
      *    4256-GRABAR-HISTORICO
      *    COMPLETA Y GRABA EL MOVIMIENTO DEL HISTORICO CON EL
      *    EMPLEADO, EL CONCEPTO, LOS VALORES Y EL IMPORTE YA
      *    CARGADOS, Y LIMPIA ESOS CAMPOS PARA EL SIGUIENTE, COMO
      *    2950-GRABAR-HISTORICO DE AS10.
      *=================================================================
       4256-GRABAR-HISTORICO.
           MOVE WS-FECHA-DELDIA   TO WS-HMV-FECHA.
           MOVE WS-HORA-PROCESO   TO WS-HMV-HORA.
           MOVE "AS20"            TO WS-HMV-PROGRAMA.
           ADD 1 TO WS-HMV-SECUENCIA.
           MOVE WS-HMV-SECUENCIA  TO WS-HMV-SEC.
           WRITE REG-HISTMOV FROM WS-MOV-HISTORICO.
           MOVE SPACES TO WS-HMV-CONCEPTO.
           MOVE SPACES TO WS-HMV-VALOR-ANTES.
           MOVE SPACES TO WS-HMV-VALOR-DESPUES.
           MOVE ZEROS  TO WS-HMV-IMPORTE.
       4256-EXIT.
           EXIT.

      *=================================================================
      *    4260-TALON-BRUTO
      *    GRABA EL REGISTRO 'B' (BRUTO) DEL EXTRACTO DE DETALLE DE
       4260-EXIT.
           EXIT.

      *=================================================================
      *    4262-TALON-DEVENGO
      *    GRABA EL REGISTRO 'E' DEL DEVENGO VARIABLE RECIEN SUMADO AL
      *    BRUTO, CON EL CODIGO Y LA DESCRIPCION DEL MAESTRO.
      *=================================================================
       4262-TALON-DEVENGO.
           MOVE 'E'                             TO TDE-TIPO.
           MOVE WS-NUMERO-EMP                   TO TDE-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP                   TO TDE-NOMBRE-EMP.
           MOVE DEV-CODIGO                      TO TDE-CODIGO.
           MOVE WS-TV-DESCRIPCION (WS-IND-DEV-HALLADO)
                                                TO TDE-DESCRIPCION.
           MOVE DEV-IMPORTE                     TO TDE-IMPORTE.
           MOVE SPACES                          TO TDE-MARCA.
           WRITE REG-TALON-DET.
       4262-EXIT.
           EXIT.

      *=================================================================
      *    4265-TALON-DEDUCCION
      *    GRABA EL REGISTRO 'D' DE LA DEDUCCION RECIEN APLICADA, CON
       4270-EXIT.
           EXIT.

      *=================================================================
      *    4280-PREPARAR-SALDO
      *    LEE EL REGISTRO DE SALDO DE LA DEDUCCION EN CURSO Y DEJA
      *    EN WS-IMPORTE-DED LO QUE SE PIDE ESTE PERIODO: LA CUOTA
      *    DEL REGISTRO (EN CERO, LA DEL MAESTRO YA CALCULADA) MAS EL
      *    ATRASO, SIN PASAR DEL SALDO. UN EMBARGO ADEMAS NO PASA
      *    DE SU PORCENTAJE MAXIMO DEL NETO RESTANTE; SI LO PASA SE
      *    RECORTA Y LA DIFERENCIA QUEDA COMO ATRASO. SI EL REGISTRO
      *    YA TIENE APLICADO ESTE PERIODO (REINICIO O CORRIDA
      *    FORZADA) SE PIDE LO MISMO QUE ENTONCES Y EL SALDO NO SE
      *    VUELVE A TOCAR.
      *=================================================================
       4280-PREPARAR-SALDO.
           MOVE WS-NUMERO-EMP TO DDE-NUMERO-EMP.
           MOVE WS-CODIGO-EMP (WS-IND-CODIGO) TO DDE-CODIGO.
           READ DEDUC-EMPLEADO
               INVALID KEY
                   GO TO 4280-EXIT
           END-READ.
           SET WS-DED-CON-SALDO TO TRUE.

           IF DDE-PERIODO-ULTIMO EQUAL WS-PERIODO-CORRIDA
               SET WS-SALDO-YA-APLICADO TO TRUE
               MOVE DDE-IMPORTE-ULTIMO TO WS-IMPORTE-DED
                                          WS-SALDO-PEDIDO
               GO TO 4280-EXIT
           END-IF.
           SET WS-SALDO-NO-APLICADO TO TRUE.

           IF DDE-IMPORTE-PERIODO IS GREATER THAN ZERO
               MOVE DDE-IMPORTE-PERIODO TO WS-IMPORTE-DED
           END-IF.
           ADD DDE-ATRASO TO WS-IMPORTE-DED
               ON SIZE ERROR
                   MOVE DDE-SALDO TO WS-IMPORTE-DED
           END-ADD.
           IF WS-IMPORTE-DED IS GREATER THAN DDE-SALDO
               MOVE DDE-SALDO TO WS-IMPORTE-DED
           END-IF.
           MOVE WS-IMPORTE-DED TO WS-SALDO-PEDIDO.

           IF DDE-EMBARGO
                   AND DDE-PORCENTAJE-MAX IS GREATER THAN ZERO
               COMPUTE WS-TOPE-EMBARGO =
                   (WS-NETO-EMP * DDE-PORCENTAJE-MAX) / 100
               IF WS-IMPORTE-DED IS GREATER THAN WS-TOPE-EMBARGO
                   MOVE WS-TOPE-EMBARGO TO WS-IMPORTE-DED
                   SET WS-DED-RECORTADA TO TRUE
               END-IF
           END-IF.
       4280-EXIT.
           EXIT.

      *=================================================================
      *    4285-ACTUALIZAR-SALDO
      *    REBAJA DEL SALDO LO EFECTIVAMENTE DESCONTADO (YA RECORTADO
      *    AL NETO SI HIZO FALTA), DEJA COMO ATRASO LO PEDIDO Y NO
      *    DESCONTADO, MARCA EL PERIODO APLICADO Y REGRABA. CON EL
      *    SALDO EN CERO LA DEDUCCION DEJA DE APLICARSE SOLA. GRABA
      *    EL MOVIMIENTO PARA EL ESTADO DEL PERIODO.
      *=================================================================
       4285-ACTUALIZAR-SALDO.
           IF WS-SALDO-YA-APLICADO
               GO TO 4285-GRABAR
           END-IF.
           SUBTRACT WS-IMPORTE-DED FROM DDE-SALDO.
           SUBTRACT WS-IMPORTE-DED FROM WS-SALDO-PEDIDO
               GIVING DDE-ATRASO.
           MOVE WS-PERIODO-CORRIDA TO DDE-PERIODO-ULTIMO.
           MOVE WS-IMPORTE-DED     TO DDE-IMPORTE-ULTIMO.
           REWRITE REG-DEDEMP
               INVALID KEY
                   DISPLAY "AS20: ERROR AL REGRABAR UT-DEDEMP, LLAVE "
                           DDE-LLAVE " FILE STATUS = " WS-FS-DEDEMP
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       4285-GRABAR.
           PERFORM 4287-GRABAR-MOVIMIENTO THRU 4287-EXIT.
       4285-EXIT.
           EXIT.

       4287-GRABAR-MOVIMIENTO.
           MOVE WS-PERIODO-CORRIDA             TO MVP-PERIODO.
           MOVE WS-NUMERO-EMP                  TO MVP-NUMERO-EMP.
           MOVE WS-NOMBRE-EMP                  TO MVP-NOMBRE-EMP.
           MOVE DDE-CODIGO                     TO MVP-CODIGO.
           MOVE WS-TD-DESCRIPCION (WS-IND-DED) TO MVP-DESCRIPCION.
           MOVE DDE-CLASE                      TO MVP-CLASE.
           MOVE DDE-REFERENCIA-JUZGADO
               TO MVP-REFERENCIA-JUZGADO.
           MOVE DDE-IMPORTE-ORIGINAL           TO MVP-IMPORTE-ORIGINAL.
           MOVE WS-SALDO-PEDIDO                TO MVP-IMPORTE-PEDIDO.
           MOVE WS-IMPORTE-DED                 TO MVP-IMPORTE-TOMADO.
           MOVE DDE-SALDO                      TO MVP-SALDO.
           MOVE DDE-ATRASO                     TO MVP-ATRASO.
           IF DDE-SALDO EQUAL ZERO
               MOVE 'S'    TO MVP-LIQUIDADO
           ELSE
               MOVE SPACES TO MVP-LIQUIDADO
           END-IF.
           WRITE REG-MOVPRES.
       4287-EXIT.
           EXIT.

      *=================================================================
      *    4300-IMPRIMIR-SUBTOTAL
      *=================================================================
