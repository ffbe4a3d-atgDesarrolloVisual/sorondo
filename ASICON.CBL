       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. ASICON.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  ASICON - ASIENTOS CONTABLES PARA CONTADURIA.  DOS OPCIONES:   *
      *  1 - ASIENTOS DEL DIA: ARMA EL DIARIO EN PARTIDA DOBLE DE LA   *
      *      FECHA PEDIDA:                                             *
      *    - POR CADA EMISION ORIGINAL DEL LOG (EMIFAC.LOG) RECUPERA   *
      *      EL DOCUMENTO DEL HISTORICO: DEBE CAJA (CONTADO) O         *
      *      DEUDORES POR VENTAS (CREDITO, HIS-FPAG-IND = "C") POR EL  *
      *      TOTAL, HABER VENTAS POR EL NETO DE CADA TASA (LO EXENTO   *
      *      APARTE) E IVA DEBITO FISCAL POR CADA TASA.  LAS NOTAS DE  *
      *      CREDITO VAN INVERTIDAS.  LOS ANULADOS NO SE ASIENTAN.     *
      *    - POR CADA RECIBO DEL DIA (RECIBOS.DAT): DEBE CAJA POR EL   *
      *      IMPORTE COBRADO, HABER DEUDORES POR CADA APLICACION DE    *
      *      CTAPAGOS.DAT (REFERIDA AL DOCUMENTO CANCELADO).  LAS      *
      *      RETENCIONES DEL RECIBO (PAG-TIPO R) VAN AL DEBE DE        *
      *      RETENCIONES SUFRIDAS DE IVA O IRAE CONTRA DEUDORES.       *
      *  2 - DIFERENCIA DE CAMBIO DE UN PERIODO (AAAAMM), LA QUE       *
      *      CALCULO DIFCAM EN DC<AAAAMM>.DAT, CON FECHA DEL ULTIMO    *
      *      DIA DEL MES.  PRIMERO REVIERTE LA NO REALIZADA DEL        *
      *      PERIODO ANTERIOR (LA DE SU DC<AAAAMM>.DAT CON EL SIGNO    *
      *      CAMBIADO) Y DESPUES ASIENTA LA REALIZADA Y LA NO          *
      *      REALIZADA DEL PERIODO: POR CADA MONEDA, DEUDORES CONTRA   *
      *      DIFERENCIA DE CAMBIO, SOLO EN MONEDA NACIONAL.  SI EL     *
      *      PERIODO ANTERIOR TIENE DC<AAAAMM>.DAT DEBE ESTAR          *
      *      ASENTADO ANTES.                                           *
      *  LAS CUENTAS SALEN DEL PLAN CTASCONT.DAT SEGUN CONCEPTO, TIPO  *
      *  DE DOCUMENTO, FORMA DE PAGO, MONEDA Y TASA DE IVA.  CADA      *
      *  LINEA LLEVA CUENTA, DEBE, HABER, MONEDA, EQUIVALENTE EN UYU   *
      *  (COTIZACION DEL DOCUMENTO / RECIBO) Y DOCUMENTO DE            *
      *  REFERENCIA; CADA ASIENTO CUADRA EN MONEDA NACIONAL.           *
      *  GENERA EL ARCHIVO DE IMPORTACION PARA EL SISTEMA CONTABLE     *
      *  (AS<AAAAMMDD>.TXT EN LA OPCION 1, DC<AAAAMM>.TXT EN LA 2) Y   *
      *  EL DIARIO IMPRESO (ASICON.LIS).  SI HAY LINEAS SIN CUENTA O   *
      *  DOCUMENTOS SIN HISTORICO SOLO SE IMPRIME EL DIARIO: EL        *
      *  ARCHIVO DE IMPORTACION NO SE GENERA HASTA CORREGIRLO.  CADA   *
      *  FECHA Y CADA PERIODO GENERADOS QUEDAN EN ASIENTOS.CTL.  LOS   *
      *  ASIENTOS DEL DIA NO SE VUELVEN A GENERAR SI NO SE FUERZA      *
      *  EXPRESAMENTE; LA DIFERENCIA DE CAMBIO DE UN PERIODO NO SE     *
      *  PUEDE VOLVER A ASENTAR.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

           SELECT OPTIONAL ARCH-REC  ASSIGN TO "RECIBOS.DAT"            LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-REC.                    LG151026

           SELECT OPTIONAL ARCH-PCT  ASSIGN TO "CTASCONT.DAT"           LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-PCT.                    LG151026

           SELECT OPTIONAL ARCH-CTL  ASSIGN TO "ASIENTOS.CTL"           LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-CTL.                    LG151026

           SELECT OPTIONAL ARCH-DCA  ASSIGN TO NOMBRE-DCA-AS            LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-DCA.                    LG151026

           SELECT ARCH-AWK ASSIGN TO "ASICON.WRK"                       LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-AWK.                    LG151026

           SELECT ARCH-IMP ASSIGN TO NOMBRE-IMP-AS                      LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-IMP.                    LG151026

           SELECT LISTADO  ASSIGN TO "ASICON.LIS"                       LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-LIS.                    LG151026

       DATA DIVISION.                                                   LG151026

       FILE SECTION.                                                    LG151026

       COPY "IMPREACT.FDS".                                             LG151026

       FD ARCH-REC                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-REC            PIC X(080).                              LG151026

       01 REG-REC       REDEFINES LINEA-REC.                            LG151026
           02  REC-NUMERO      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  REC-FECHA       PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  REC-RUC         PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  REC-CLIENTE     PIC X(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  REC-MONEDA      PIC X(003).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  REC-IMPORTE     PIC -(8)9,99.                            LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  REC-TC          PIC -(4)9,9999.                          LG151026
           02  FILLER          PIC X(015).                              LG151026

      *  PLAN DE CUENTAS PARA LOS ASIENTOS (LO MANTIENE CONTADURIA).
      *  UNA LINEA POR COMBINACION; UN "*" EN UN CAMPO VALE PARA
      *  CUALQUIER VALOR.  SE TOMA LA PRIMERA LINEA QUE CORRESPONDA,
      *  POR LO QUE LAS MAS ESPECIFICAS VAN PRIMERO.
      *  PCT-CONCEPTO: VT-VENTAS  IV-IVA DEBITO FISCAL  CA-CAJA
      *                DV-DEUDORES POR VENTAS
      *                DC-DIFERENCIA DE CAMBIO
      *                RT-RETENCIONES SUFRIDAS (RESGUARDOS)
      *  PCT-TIPODOC:  FA / NC / ND ... / RE-RECIBO / DC-DIF. CAMBIO
      *  PCT-FPAG:     C-CREDITO  X-CONTADO
      *  PCT-TASA:     B-BASICA  M-MINIMA  E-EXENTO (SOLO VT E IV)
      *                R-REALIZADA  N-NO REALIZADA (SOLO DC)
      *                V-IVA  R-IRAE (SOLO RT)
       FD ARCH-PCT                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-PCT            PIC X(080).                              LG151026

       01 REG-PCT       REDEFINES LINEA-PCT.                            LG151026
           02  PCT-CONCEPTO    PIC X(002).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PCT-TIPODOC     PIC X(002).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PCT-FPAG        PIC X(001).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PCT-MONEDA      PIC X(003).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PCT-TASA        PIC X(001).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PCT-CUENTA      PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PCT-DESC        PIC X(030).                              LG151026
           02  FILLER          PIC X(023).                              LG151026

      *  FECHAS CON ASIENTOS YA GENERADOS (CTL-FORZADO = "F" SI SE
      *  REGENERO UNA FECHA QUE YA ESTABA).  CTL-TIPO "C" ES LA
      *  DIFERENCIA DE CAMBIO DEL PERIODO, CON CTL-FECHA EL ULTIMO
      *  DIA DEL MES; EN BLANCO SON LOS ASIENTOS DEL DIA.
       FD ARCH-CTL                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-CTL            PIC X(060).                              LG151026

       01 REG-CTL       REDEFINES LINEA-CTL.                            LG151026
           02  CTL-FECHA       PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTL-FECHA-PROC  PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTL-HORA-PROC   PIC 9(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTL-ASIENTOS    PIC 9(005).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTL-LINEAS      PIC 9(005).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTL-FORZADO     PIC X(001).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTL-TIPO        PIC X(001).                              LG151026
           02  FILLER          PIC X(020).                              LG151026

      *  DIFERENCIA DE CAMBIO DEL PERIODO (LA GENERA DIFCAM): POR
      *  MONEDA, DCA-TIPO "R" REALIZADA Y "N" NO REALIZADA, IMPORTE
      *  EN UYU (POSITIVO GANANCIA) A ASENTAR EL DIA DCA-FECHA.
       FD ARCH-DCA                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-DCA            PIC X(080).                              LG151026

       01 REG-DCA       REDEFINES LINEA-DCA.                            LG151026
           02  DCA-FECHA       PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  DCA-PERIODO     PIC 9(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  DCA-MONEDA      PIC X(003).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  DCA-TIPO        PIC X(001).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  DCA-IMPORTE     PIC -(8)9,99.                            LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  DCA-TC          PIC -(4)9,9999.                          LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  DCA-FECHA-TC    PIC 9(008).                              LG151026
           02  FILLER          PIC X(026).                              LG151026

       FD ARCH-AWK                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-AWK            PIC X(120).                              LG151026

      *  ARCHIVO DE IMPORTACION PARA EL SISTEMA CONTABLE: UNA LINEA
      *  POR MOVIMIENTO.  IMP-DEBE / IMP-HABER EN LA MONEDA DEL
      *  DOCUMENTO, IMP-UYU ES SU EQUIVALENTE EN MONEDA NACIONAL.
       FD ARCH-IMP                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-IMP            PIC X(120).                              LG151026

       01 REG-IMP       REDEFINES LINEA-IMP.                            LG151026
           02  IMP-FECHA       PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-ASIENTO     PIC 9(005).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-LINEA       PIC 9(003).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-CUENTA      PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-DEBE        PIC -(8)9,99.                            LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-HABER       PIC -(8)9,99.                            LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-MONEDA      PIC X(003).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-TC          PIC -(4)9,9999.                          LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-UYU         PIC -(10)9,99.                           LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-TIPODOC     PIC X(002).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-SERIE       PIC X(001).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-NUMERO      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IMP-RUC         PIC X(012).                              LG151026
           02  FILLER          PIC X(010).                              LG151026

       FD LISTADO                                                       LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-LIS            PIC X(136).                              LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG151026
       COPY "IMPRES.REG".                                               LG151026

       01  ST-REC              PIC X(002)  VALUE "00".                  LG151026
       01  ST-PCT              PIC X(002)  VALUE "00".                  LG151026
       01  ST-CTL              PIC X(002)  VALUE "00".                  LG151026
       01  ST-AWK              PIC X(002)  VALUE "00".                  LG151026
       01  ST-DCA              PIC X(002)  VALUE "00".                  LG151026
       01  ST-IMP              PIC X(002)  VALUE "00".                  LG151026
       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  NOMBRE-IMP-AS       PIC X(020)  VALUE SPACES.                LG151026
       01  NOMBRE-DCA-AS       PIC X(020)  VALUE SPACES.                LG151026
       01  FECHA-ING-AS        PIC X(008)  VALUE SPACES.                LG151026
       01  FECHA-OK-AS         PIC 9       VALUE 0.                     LG151026
       01  MODO-ING-AS         PIC X(001)  VALUE SPACES.                LG151026
       01  PERIODO-ING-AS      PIC X(006)  VALUE SPACES.                LG151026
       01  PERIODO-9-AS  REDEFINES PERIODO-ING-AS  PIC 9(006).          LG151026
       01  PERIODO-AS          PIC 9(006)  VALUE 0.                     LG151026
       01  PERIODO-ANT-AS      PIC 9(006)  VALUE 0.                     LG151026
       01  FECHA-ANT-AS        PIC 9(008)  VALUE 0.                     LG151026
       01  PERIODO-DCA-AS      PIC 9(006)  VALUE 0.                     LG151026
       01  REVERSO-AS          PIC 9       VALUE 0.                     LG151026
       01  ASENTADO-ANT-AS     PIC 9       VALUE 0.                     LG151026
       01  HAY-DCA-ANT-AS      PIC 9       VALUE 0.                     LG151026
       01  ERR-DCA-AS          PIC 9       VALUE 0.                     LG151026
       01  TIPO-CTL-AS         PIC X(001)  VALUE SPACES.                LG151026
       01  FECHA-CTL-AS        PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-PROC-AS       PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-HOY-AS        PIC 9(008)  VALUE 0.                     LG151026
       01  HORA-HOY-AS         PIC 9(008)  VALUE 0.                     LG151026
       01  RESP-AS             PIC X(001)  VALUE SPACES.                LG151026
       01  FORZADO-AS          PIC X(001)  VALUE SPACES.                LG151026
       01  FIN-CTL-AS          PIC 9       VALUE 0.                     LG151026
       01  FIN-PCT-AS          PIC 9       VALUE 0.                     LG151026
       01  FIN-LOG-AS          PIC 9       VALUE 0.                     LG151026
       01  FIN-REC-AS          PIC 9       VALUE 0.                     LG151026
       01  FIN-PAG-AS          PIC 9       VALUE 0.                     LG151026
       01  FIN-AWK-AS          PIC 9       VALUE 0.                     LG151026
       01  FIN-DCA-AS          PIC 9       VALUE 0.                     LG151026
       01  SIN-LOG-AS          PIC 9       VALUE 0.                     LG151026
       01  SIN-HIS-AS          PIC 9       VALUE 0.                     LG151026
       01  SIN-PAG-AS          PIC 9       VALUE 0.                     LG151026
       01  SIGNO-AS            PIC S9      VALUE +1.                    LG151026
       01  LINEA-PAG-AS        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-AS           PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-ASI-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-LIN-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-DOC-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-REC-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-ANU-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-SINHIS-AS      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-SINCTA-AS      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-DIFREC-AS      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-DCA-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-REV-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  TOT-DEBE-AS         PIC S9(013)V99     COMP-3 VALUE 0.       LG151026
       01  TOT-HABER-AS        PIC S9(013)V99     COMP-3 VALUE 0.       LG151026
       01  I-AS                PIC S9(005) COMP.                        LG151026
       01  J-AS                PIC S9(005) COMP.                        LG151026
       01  K-AS                PIC S9(005) COMP.                        LG151026

      *  PLAN DE CUENTAS EN MEMORIA (CTASCONT.DAT)
       01  CANT-PCT-AS         PIC S9(005) COMP VALUE 0.                LG151026
       01  TABLA-PCT-AS.                                                LG151026
           02  PCT-AS  OCCURS 300 TIMES.                                LG151026
               03  PCT-CONC-AS      PIC X(002).                         LG151026
               03  PCT-TD-AS        PIC X(002).                         LG151026
               03  PCT-FP-AS        PIC X(001).                         LG151026
               03  PCT-MON-AS       PIC X(003).                         LG151026
               03  PCT-TASA-AS      PIC X(001).                         LG151026
               03  PCT-CTA-AS       PIC X(012).                         LG151026
               03  PCT-DESC-AS      PIC X(030).                         LG151026

      *  ASIENTO EN CURSO.  LA LINEA 1 ES LA CONTRAPARTIDA (CAJA O
      *  DEUDORES) Y SE CALCULA AL CERRAR EL ASIENTO PARA QUE CUADRE
      *  EN UYU.  ASI-IMP-AS / ASI-UYU-AS: POSITIVO DEBE, NEGATIVO
      *  HABER.  ASI-MONCTA-AS ES LA MONEDA CON QUE SE BUSCAN LAS
      *  CUENTAS: LA DEL ASIENTO, SALVO EN LA DIFERENCIA DE CAMBIO,
      *  QUE SE ASIENTA EN UYU SOBRE LAS CUENTAS DE LA MONEDA.
       01  ASI-TIPODOC-AS      PIC X(002)  VALUE SPACES.                LG151026
       01  ASI-FPAG-AS         PIC X(001)  VALUE SPACES.                LG151026
       01  ASI-MONEDA-AS       PIC X(003)  VALUE SPACES.                LG151026
       01  ASI-MONCTA-AS       PIC X(003)  VALUE SPACES.                LG151026
       01  ASI-TC-AS           PIC S9(005)V9(004) COMP-3 VALUE 0.       LG151026
       01  ASI-RUC-AS          PIC X(012)  VALUE SPACES.                LG151026
       01  ASI-SUMA-AS         PIC S9(011)V99     COMP-3 VALUE 0.       LG151026
       01  ASI-SUMUYU-AS       PIC S9(013)V99     COMP-3 VALUE 0.       LG151026
       01  CANT-AL-AS          PIC S9(005) COMP VALUE 0.                LG151026
       01  TABLA-AL-AS.                                                 LG151026
           02  AL-AS  OCCURS 40 TIMES.                                  LG151026
               03  AL-CONC-AS       PIC X(002).                         LG151026
               03  AL-TASA-AS       PIC X(001).                         LG151026
               03  AL-IMP-AS        PIC S9(011)V99     COMP-3.          LG151026
               03  AL-UYU-AS        PIC S9(013)V99     COMP-3.          LG151026
               03  AL-TIPODOC-AS    PIC X(002).                         LG151026
               03  AL-SERIE-AS      PIC X(001).                         LG151026
               03  AL-NUMERO-AS     PIC 9(008).                         LG151026

      *  LINEA A AGREGAR AL ASIENTO EN CURSO
       01  NUE-CONC-AS         PIC X(002)  VALUE SPACES.                LG151026
       01  NUE-TASA-AS         PIC X(001)  VALUE SPACES.                LG151026
       01  NUE-IMP-AS          PIC S9(011)V99     COMP-3 VALUE 0.       LG151026
       01  NUE-TIPODOC-AS      PIC X(002)  VALUE SPACES.                LG151026
       01  NUE-SERIE-AS        PIC X(001)  VALUE SPACES.                LG151026
       01  NUE-NUMERO-AS       PIC 9(008)  VALUE 0.                     LG151026

      *  CUENTA HALLADA PARA LA LINEA
       01  BUS-CTA-AS          PIC X(012)  VALUE SPACES.                LG151026
       01  BUS-DESC-AS         PIC X(030)  VALUE SPACES.                LG151026
       01  IMP-WRK-AS          PIC S9(011)V99     COMP-3 VALUE 0.       LG151026
       01  UYU-WRK-AS          PIC S9(013)V99     COMP-3 VALUE 0.       LG151026

      *  PARSE DE IMPORTES EDITADOS DE LOS ARCHIVOS DE LINEA
       01  CAMPO-IMP-AS        PIC X(012)  VALUE SPACES.                LG151026
       01  VALOR-IMP-AS        PIC S9(009)V99     COMP-3.               LG151026
       01  ENT-IMP-AS          PIC S9(011)        COMP-3.               LG151026
       01  NEG-IMP-AS          PIC 9       VALUE 0.                     LG151026
       01  CAMPO-TC-AS         PIC X(010)  VALUE SPACES.                LG151026
       01  VALOR-TC-AS         PIC S9(005)V9(004) COMP-3.               LG151026
       01  ENT-TC-AS           PIC S9(011)        COMP-3.               LG151026
       01  DIG-X-AS            PIC X(001).                              LG151026
       01  DIG-9-AS   REDEFINES DIG-X-AS  PIC 9(001).                   LG151026

      *  LINEAS DEL LISTADO
       01  LIN-TIT1-AS.                                                 LG151026
           02  FILLER          PIC X(045) VALUE SPACES.                 LG151026
           02  TIT-DESC-AS     PIC X(030)                               LG151026
               VALUE "DIARIO DE ASIENTOS CONTABLES".                    LG151026
           02  FILLER          PIC X(007) VALUE " FECHA ".              LG151026
           02  TIT-DD-AS       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-AS       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-AS     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-AS      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-AS.                                                 LG151026
           02  FILLER          PIC X(046) VALUE                         LG151026
               "ASIEN LIN CUENTA       CONCEPTO             ".          LG151026
           02  FILLER          PIC X(014) VALUE "          DEBE".       LG151026
           02  FILLER          PIC X(014) VALUE "         HABER".       LG151026
           02  FILLER          PIC X(004) VALUE " MON".                 LG151026
           02  FILLER          PIC X(018) VALUE "        EQUIV. UYU".   LG151026
           02  FILLER          PIC X(027) VALUE                         LG151026
               " TD S NUMERO   RUC".                                    LG151026

       01  LIN-DET-AS.                                                  LG151026
           02  DET-ASI-AS      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-LIN-AS      PIC ZZ9.                                 LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CTA-AS      PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CONC-AS     PIC X(020).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DEBE-AS     PIC ---.---.--9,99  BLANK WHEN ZERO.     LG151026
           02  DET-HABER-AS    PIC ---.---.--9,99  BLANK WHEN ZERO.     LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-MON-AS      PIC X(003).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-UYU-AS      PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-TD-AS       PIC X(002).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-SER-AS      PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-NUM-AS      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-RUC-AS      PIC X(012).                              LG151026

       01  LIN-TOT1-AS.                                                 LG151026
           02  FILLER          PIC X(020) VALUE "TOTAL UYU     DEBE  ". LG151026
           02  TOT-DEBE-ED-AS  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(009) VALUE "   HABER ".            LG151026
           02  TOT-HABER-ED-AS PIC --.---.---.--9,99.                   LG151026

       01  LIN-TOT2-AS.                                                 LG151026
           02  FILLER          PIC X(009) VALUE "ASIENTOS ".            LG151026
           02  TOT-ASI-AS      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(014) VALUE "  DOCUMENTOS  ".       LG151026
           02  TOT-DOC-AS      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(011) VALUE "  RECIBOS  ".          LG151026
           02  TOT-REC-AS      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(012) VALUE "  ANULADOS  ".         LG151026
           02  TOT-ANU-AS      PIC ZZZZ9.                               LG151026

       01  LIN-TOT3-AS.                                                 LG151026
           02  FILLER          PIC X(022) VALUE                         LG151026
               "LINEAS SIN CUENTA     ".                                LG151026
           02  TOT-SINCTA-AS   PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(017) VALUE "  SIN HISTORICO  ".    LG151026
           02  TOT-SINHIS-AS   PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(029) VALUE                         LG151026
               "  RECIBOS CON DIFERENCIA EN  ".                         LG151026
           02  FILLER          PIC X(014) VALUE "APLICACIONES  ".       LG151026
           02  TOT-DIFREC-AS   PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(015) VALUE "  DIF. CAMBIO  ".      LG151026
           02  TOT-DCA-AS      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(012) VALUE "  REVERSOS  ".         LG151026
           02  TOT-REV-AS      PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "ASICON - ASIENTOS CONTABLES" UPON CONSOLE           LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "ASICON"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "1=ASIENTOS DEL DIA 2=DIFERENCIA DE CAMBIO DEL MES:" LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT MODO-ING-AS FROM CONSOLE                              LG151026
           IF MODO-ING-AS NOT = "1" AND MODO-ING-AS NOT = "2"           LG151026
               DISPLAY "ASICON - OPCION INVALIDA" UPON CONSOLE          LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-AS FROM DATE YYYYMMDD                       LG151026
           ACCEPT HORA-HOY-AS  FROM TIME                                LG151026
           IF MODO-ING-AS = "2"                                         LG151026
               PERFORM DIFCAM-AS THRU EXIT-DIFCAM-AS                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "FECHA (AAAAMMDD), VACIO=HOY:" UPON CONSOLE          LG151026
           ACCEPT FECHA-ING-AS FROM CONSOLE                             LG151026
           IF FECHA-ING-AS = SPACES                                     LG151026
               MOVE FECHA-HOY-AS TO FECHA-PROC-AS                       LG151026
           ELSE                                                         LG151026
               PERFORM VALIDA-FECHA-AS THRU EXIT-VALFEC-AS              LG151026
               IF FECHA-OK-AS = 0                                       LG151026
                   DISPLAY "ASICON - FECHA INVALIDA" UPON CONSOLE       LG151026
                   GO TO FIN-PROCESO                                    LG151026
               END-IF                                                   LG151026
               MOVE FECHA-ING-AS TO FECHA-PROC-AS                       LG151026
           END-IF                                                       LG151026

           MOVE SPACES TO TIPO-CTL-AS                                   LG151026
           PERFORM VERIFICA-CTL-AS THRU EXIT-VERCTL-AS                  LG151026
           IF FIN-CTL-AS = 2                                            LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026

           PERFORM CARGA-PCT-AS THRU EXIT-CARPCT-AS                     LG151026
           IF CANT-PCT-AS = 0                                           LG151026
               DISPLAY "ASICON - SIN PLAN DE CUENTAS (CTASCONT.DAT) - " LG151026
                       "NO SE GENERAN ASIENTOS" UPON CONSOLE            LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026

           OPEN INPUT ARCH-LOG                                          LG151026
           IF ST-LOG NOT = "00"                                         LG151026
               MOVE 1 TO SIN-LOG-AS                                     LG151026
               IF ST-LOG = "05"                                         LG151026
                   CLOSE ARCH-LOG                                       LG151026
               ELSE                                                     LG151026
                   DISPLAY "ASICON - NO SE PUDO ABRIR EMIFAC.LOG ST "   LG151026
                           ST-LOG UPON CONSOLE                          LG151026
                   GO TO FIN-PROCESO                                    LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           OPEN INPUT ARCH-HIS                                          LG151026
           IF ST-HIS NOT = "00"                                         LG151026
               MOVE 1 TO SIN-HIS-AS                                     LG151026
               IF ST-HIS = "05"                                         LG151026
                   CLOSE ARCH-HIS                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "ASICON - NO SE PUDO ABRIR ASICON.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT ARCH-AWK                                         LG151026
           IF ST-AWK NOT = "00"                                         LG151026
               DISPLAY "ASICON - NO SE PUDO ABRIR ASICON.WRK ST "       LG151026
                       ST-AWK UPON CONSOLE                              LG151026
               CLOSE LISTADO                                            LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026

           PERFORM ENCABEZADO-AS THRU EXIT-ENC-AS                       LG151026
           IF SIN-LOG-AS = 0                                            LG151026
               PERFORM LEE-LOG-AS     THRU EXIT-LEELOG-AS               LG151026
               PERFORM PROCESA-LOG-AS THRU EXIT-PROLOG-AS               LG151026
                       UNTIL FIN-LOG-AS = 1                             LG151026
               CLOSE ARCH-LOG                                           LG151026
           END-IF                                                       LG151026
           PERFORM RECIBOS-AS THRU EXIT-RECIBOS-AS                      LG151026
           PERFORM TOTALES-AS THRU EXIT-TOT-AS                          LG151026

           CLOSE ARCH-AWK                                               LG151026
           CLOSE LISTADO                                                LG151026
           IF SIN-HIS-AS = 0                                            LG151026
               CLOSE ARCH-HIS                                           LG151026
           END-IF                                                       LG151026
           DISPLAY "ASICON - DIARIO GENERADO EN ASICON.LIS"             LG151026
                   UPON CONSOLE                                         LG151026

           IF CANT-SINCTA-AS NOT = 0 OR CANT-SINHIS-AS NOT = 0          LG151026
               DISPLAY "ASICON - HAY LINEAS SIN CUENTA O DOCUMENTOS "   LG151026
                       "SIN HISTORICO (VER ASICON.LIS)" UPON CONSOLE    LG151026
               DISPLAY "ASICON - NO SE GENERA EL ARCHIVO DE "           LG151026
                       "IMPORTACION" UPON CONSOLE                       LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO NOMBRE-IMP-AS                                 LG151026
           STRING "AS" FECHA-PROC-AS ".TXT"                             LG151026
                  DELIMITED BY SIZE INTO NOMBRE-IMP-AS                  LG151026
           END-STRING                                                   LG151026
           PERFORM GENERA-IMP-AS THRU EXIT-GENIMP-AS.                   LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   VERIFICA-CTL-AS - SI LA FECHA YA TIENE ASIENTOS GENERADOS   *
      *   (ASIENTOS.CTL) SOLO SE SIGUE SI EL OPERADOR LO FUERZA.      *
      *   DEJA FIN-CTL-AS = 2 SI NO SE DEBE SEGUIR.                   *
      ******************************************************************
       VERIFICA-CTL-AS.                                                 LG151026
           MOVE SPACES TO FORZADO-AS                                    LG151026
           MOVE FECHA-PROC-AS TO FECHA-CTL-AS                           LG151026
           PERFORM BUSCA-CTL-AS THRU EXIT-BUSCTL-AS                     LG151026
           IF FIN-CTL-AS NOT = 2                                        LG151026
               MOVE 0 TO FIN-CTL-AS                                     LG151026
               GO TO EXIT-VERCTL-AS                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "ASICON - LOS ASIENTOS DEL " FECHA-PROC-AS           LG151026
                   " YA SE GENERARON EL " CTL-FECHA-PROC UPON CONSOLE   LG151026
           DISPLAY "FORZAR LA REGENERACION (S/N):" UPON CONSOLE         LG151026
           ACCEPT RESP-AS FROM CONSOLE                                  LG151026
           IF RESP-AS NOT = "S" AND RESP-AS NOT = "s"                   LG151026
               DISPLAY "ASICON - PROCESO CANCELADO" UPON CONSOLE        LG151026
               GO TO EXIT-VERCTL-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE "F" TO FORZADO-AS                                       LG151026
           MOVE 0 TO FIN-CTL-AS.                                        LG151026
       EXIT-VERCTL-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-CTL-AS - BUSCA EN ASIENTOS.CTL LA FECHA FECHA-CTL-AS  *
      *   DEL TIPO TIPO-CTL-AS.  DEJA FIN-CTL-AS = 2 SI ESTA (CON LA  *
      *   LINEA EN REG-CTL) Y 1 SI NO.                                *
      ******************************************************************
       BUSCA-CTL-AS.                                                    LG151026
           MOVE 0 TO FIN-CTL-AS                                         LG151026
           OPEN INPUT ARCH-CTL                                          LG151026
           IF ST-CTL NOT = "00"                                         LG151026
               IF ST-CTL = "05"                                         LG151026
                   CLOSE ARCH-CTL                                       LG151026
               END-IF                                                   LG151026
               MOVE 1 TO FIN-CTL-AS                                     LG151026
               GO TO EXIT-BUSCTL-AS                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-CTL-AS THRU EXIT-LEECTL-AS                       LG151026
                   UNTIL FIN-CTL-AS NOT = 0                             LG151026
           CLOSE ARCH-CTL.                                              LG151026
       EXIT-BUSCTL-AS.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTL-AS.                                                      LG151026
           READ ARCH-CTL                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTL-AS                                 LG151026
                   GO TO EXIT-LEECTL-AS                                 LG151026
           END-READ                                                     LG151026
           IF CTL-FECHA = FECHA-CTL-AS AND CTL-TIPO = TIPO-CTL-AS       LG151026
               MOVE 2 TO FIN-CTL-AS                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECTL-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   VALIDA-FECHA-AS - FECHA-ING-AS DEBE SER UNA FECHA           *
      *   CALENDARIA REAL (MISMOS CONTROLES QUE CARGCOT).             *
      ******************************************************************
       VALIDA-FECHA-AS.                                                 LG151026
           MOVE 0 TO FECHA-OK-AS                                        LG151026
           IF FECHA-ING-AS NOT NUMERIC                                  LG151026
               GO TO EXIT-VALFEC-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE FECHA-ING-AS (1:4) TO AAA                               LG151026
           MOVE FECHA-ING-AS (5:2) TO MMM                               LG151026
           MOVE FECHA-ING-AS (7:2) TO DDD                               LG151026
           IF MMM < 01 OR MMM > 12 OR DDD < 01                          LG151026
               GO TO EXIT-VALFEC-AS                                     LG151026
           END-IF                                                       LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           IF DDD > DIM-AUX                                             LG151026
               GO TO EXIT-VALFEC-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE 1 TO FECHA-OK-AS.                                       LG151026
       EXIT-VALFEC-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-PCT-AS - CARGA EL PLAN DE CUENTAS EN MEMORIA.         *
      ******************************************************************
       CARGA-PCT-AS.                                                    LG151026
           MOVE 0 TO CANT-PCT-AS                                        LG151026
           OPEN INPUT ARCH-PCT                                          LG151026
           IF ST-PCT NOT = "00"                                         LG151026
               IF ST-PCT = "05"                                         LG151026
                   CLOSE ARCH-PCT                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-CARPCT-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-PCT-AS                                         LG151026
           PERFORM LEE-PCT-AS THRU EXIT-LEEPCT-AS                       LG151026
                   UNTIL FIN-PCT-AS = 1                                 LG151026
           CLOSE ARCH-PCT.                                              LG151026
       EXIT-CARPCT-AS.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PCT-AS.                                                      LG151026
           READ ARCH-PCT                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PCT-AS                                 LG151026
                   GO TO EXIT-LEEPCT-AS                                 LG151026
           END-READ                                                     LG151026
           IF PCT-CONCEPTO = SPACES OR PCT-CUENTA = SPACES              LG151026
               GO TO EXIT-LEEPCT-AS                                     LG151026
           END-IF                                                       LG151026
           IF CANT-PCT-AS >= 300                                        LG151026
               DISPLAY "ASICON - CTASCONT.DAT TIENE MAS DE 300 LINEAS " LG151026
                       "- SE IGNORA EL RESTO" UPON CONSOLE              LG151026
               MOVE 1 TO FIN-PCT-AS                                     LG151026
               GO TO EXIT-LEEPCT-AS                                     LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-PCT-AS                                         LG151026
           MOVE PCT-CONCEPTO TO PCT-CONC-AS (CANT-PCT-AS)               LG151026
           MOVE PCT-TIPODOC  TO PCT-TD-AS   (CANT-PCT-AS)               LG151026
           MOVE PCT-FPAG     TO PCT-FP-AS   (CANT-PCT-AS)               LG151026
           MOVE PCT-MONEDA   TO PCT-MON-AS  (CANT-PCT-AS)               LG151026
           MOVE PCT-TASA     TO PCT-TASA-AS (CANT-PCT-AS)               LG151026
           MOVE PCT-CUENTA   TO PCT-CTA-AS  (CANT-PCT-AS)               LG151026
           MOVE PCT-DESC     TO PCT-DESC-AS (CANT-PCT-AS).              LG151026
       EXIT-LEEPCT-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-AS - TITULOS DE CADA PAGINA DEL DIARIO.          *
      ******************************************************************
       ENCABEZADO-AS.                                                   LG151026
           ADD 1 TO PAGINA-AS                                           LG151026
           MOVE FECHA-PROC-AS TO FECHA-AMD                              LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-AS                                  LG151026
           MOVE MMM       TO TIT-MM-AS                                  LG151026
           MOVE AAA       TO TIT-AAAA-AS                                LG151026
           MOVE PAGINA-AS TO TIT-PAG-AS                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-AS AFTER ADVANCING PAGE        LG151026
           WRITE LINEA-LIS FROM LIN-TIT2-AS AFTER ADVANCING 2 LINES     LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE 4 TO LINEA-PAG-AS.                                      LG151026
       EXIT-ENC-AS.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LEE-LOG-AS - LEE EL PROXIMO REGISTRO DEL LOG DE EMISION.    *
      ******************************************************************
       LEE-LOG-AS.                                                      LG151026
           READ ARCH-LOG                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-LOG-AS                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEELOG-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PROCESA-LOG-AS - POR CADA EMISION ORIGINAL DE LA FECHA      *
      *   RECUPERA EL DOCUMENTO DEL HISTORICO Y ARMA SU ASIENTO.      *
      ******************************************************************
       PROCESA-LOG-AS.                                                  LG151026
           IF LOG-FECHA-FA NOT = FECHA-PROC-AS                          LG151026
               GO TO SIGUE-PROLOG-AS                                    LG151026
           END-IF                                                       LG151026
           IF LOG-TIPO-EMI = "R" OR LOG-TIPO-EMI = "A"                  LG151026
               GO TO SIGUE-PROLOG-AS                                    LG151026
           END-IF                                                       LG151026
           IF SIN-HIS-AS = 1                                            LG151026
               ADD 1 TO CANT-SINHIS-AS                                  LG151026
               PERFORM IMPRIME-SINHIS-AS THRU EXIT-SINHIS-AS            LG151026
               GO TO SIGUE-PROLOG-AS                                    LG151026
           END-IF                                                       LG151026
           MOVE LOG-SERIE  TO HIS-SERIE                                 LG151026
           MOVE LOG-NUMFAC TO HIS-NUMFAC                                LG151026
           READ ARCH-HIS                                                LG151026
               INVALID KEY                                              LG151026
                   ADD 1 TO CANT-SINHIS-AS                              LG151026
                   PERFORM IMPRIME-SINHIS-AS THRU EXIT-SINHIS-AS        LG151026
                   GO TO SIGUE-PROLOG-AS                                LG151026
           END-READ                                                     LG151026
           MOVE HIS-DATOS TO REG-FACTURAS                               LG151026
           IF DOC-ANULADO                                               LG151026
               ADD 1 TO CANT-ANU-AS                                     LG151026
               GO TO SIGUE-PROLOG-AS                                    LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-DOC-AS                                         LG151026
           PERFORM ARMA-DOC-AS THRU EXIT-ARMDOC-AS                      LG151026
           PERFORM CIERRA-ASI-AS THRU EXIT-CIEASI-AS.                   LG151026
       SIGUE-PROLOG-AS.                                                 LG151026
           PERFORM LEE-LOG-AS THRU EXIT-LEELOG-AS.                      LG151026
       EXIT-PROLOG-AS.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-SINHIS-AS.                                               LG151026
           IF LINEA-PAG-AS > 56                                         LG151026
               PERFORM ENCABEZADO-AS THRU EXIT-ENC-AS                   LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           STRING "SIN HISTORICO PARA SERIE "                           LG151026
                  LOG-SERIE " NRO " LOG-NUMFAC                          LG151026
                  " - DOCUMENTO SIN ASENTAR"                            LG151026
                  DELIMITED BY SIZE INTO LINEA-LIS                      LG151026
           END-STRING                                                   LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           ADD 1 TO LINEA-PAG-AS.                                       LG151026
       EXIT-SINHIS-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ARMA-DOC-AS - ASIENTO DE UN DOCUMENTO EMITIDO.  DEBE CAJA   *
      *   O DEUDORES POR EL TOTAL; HABER VENTAS POR EL NETO DE CADA   *
      *   TASA E IVA POR CADA TASA.  LO QUE RESTA DEL TOTAL (EXENTO)  *
      *   VA A VENTAS EXENTAS.  LA NOTA DE CREDITO VA INVERTIDA.      *
      ******************************************************************
       ARMA-DOC-AS.                                                     LG151026
           IF HIS-TIPO-DOC = "NC"                                       LG151026
               MOVE -1 TO SIGNO-AS                                      LG151026
           ELSE                                                         LG151026
               MOVE +1 TO SIGNO-AS                                      LG151026
           END-IF                                                       LG151026
           MOVE HIS-TIPO-DOC TO ASI-TIPODOC-AS                          LG151026
           IF HIS-FPAG-CUOTAS NUMERIC AND HIS-FPAG-IND = "C"            LG151026
               MOVE "C" TO ASI-FPAG-AS                                  LG151026
           ELSE                                                         LG151026
               MOVE "X" TO ASI-FPAG-AS                                  LG151026
           END-IF                                                       LG151026
           MOVE MONE-FA TO ASI-MONEDA-AS                                LG151026
           MOVE MONE-FA TO ASI-MONCTA-AS                                LG151026
           MOVE HIS-TC  TO ASI-TC-AS                                    LG151026
           MOVE RUC-FA  TO ASI-RUC-AS                                   LG151026
           MOVE 0 TO CANT-AL-AS                                         LG151026
           MOVE HIS-TIPO-DOC TO NUE-TIPODOC-AS                          LG151026
           MOVE HIS-SERIE    TO NUE-SERIE-AS                            LG151026
           MOVE HIS-NUMFAC   TO NUE-NUMERO-AS                           LG151026

           IF ASI-FPAG-AS = "C"                                         LG151026
               MOVE "DV" TO NUE-CONC-AS                                 LG151026
           ELSE                                                         LG151026
               MOVE "CA" TO NUE-CONC-AS                                 LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO NUE-TASA-AS                                   LG151026
           COMPUTE NUE-IMP-AS = TOTAL-A-PAGAR * SIGNO-AS                LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026

           MOVE "VT" TO NUE-CONC-AS                                     LG151026
           MOVE "B"  TO NUE-TASA-AS                                     LG151026
           COMPUTE NUE-IMP-AS = SUMA-NETO-FA (1) * SIGNO-AS * -1        LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026
           MOVE "M"  TO NUE-TASA-AS                                     LG151026
           COMPUTE NUE-IMP-AS = SUMA-NETO-FA (2) * SIGNO-AS * -1        LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026
           MOVE "E"  TO NUE-TASA-AS                                     LG151026
           COMPUTE NUE-IMP-AS = (TOTAL-A-PAGAR - SUMA-NETO-FA (1)       LG151026
                               - SUMA-NETO-FA (2) - TOTIVA-FA (1)       LG151026
                               - TOTIVA-FA (2)) * SIGNO-AS * -1         LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026

           MOVE "IV" TO NUE-CONC-AS                                     LG151026
           MOVE "B"  TO NUE-TASA-AS                                     LG151026
           COMPUTE NUE-IMP-AS = TOTIVA-FA (1) * SIGNO-AS * -1           LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026
           MOVE "M"  TO NUE-TASA-AS                                     LG151026
           COMPUTE NUE-IMP-AS = TOTIVA-FA (2) * SIGNO-AS * -1           LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS.                   LG151026
       EXIT-ARMDOC-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   AGREGA-LIN-AS - AGREGA LA LINEA NUE-xxx AL ASIENTO EN       *
      *   CURSO.  LA PRIMERA LINEA (CONTRAPARTIDA) SE AGREGA SIEMPRE; *
      *   LAS DEMAS SOLO SI TIENEN IMPORTE.                           *
      ******************************************************************
       AGREGA-LIN-AS.                                                   LG151026
           IF CANT-AL-AS > 0 AND NUE-IMP-AS = 0                         LG151026
               GO TO EXIT-AGRLIN-AS                                     LG151026
           END-IF                                                       LG151026
           IF CANT-AL-AS >= 40                                          LG151026
               DISPLAY "ASICON - ASIENTO CON MAS DE 40 LINEAS - "       LG151026
                       NUE-TIPODOC-AS " " NUE-SERIE-AS " "              LG151026
                       NUE-NUMERO-AS UPON CONSOLE                       LG151026
               GO TO EXIT-AGRLIN-AS                                     LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-AL-AS                                          LG151026
           MOVE NUE-CONC-AS    TO AL-CONC-AS    (CANT-AL-AS)            LG151026
           MOVE NUE-TASA-AS    TO AL-TASA-AS    (CANT-AL-AS)            LG151026
           MOVE NUE-IMP-AS     TO AL-IMP-AS     (CANT-AL-AS)            LG151026
           MOVE 0              TO AL-UYU-AS     (CANT-AL-AS)            LG151026
           MOVE NUE-TIPODOC-AS TO AL-TIPODOC-AS (CANT-AL-AS)            LG151026
           MOVE NUE-SERIE-AS   TO AL-SERIE-AS   (CANT-AL-AS)            LG151026
           MOVE NUE-NUMERO-AS  TO AL-NUMERO-AS  (CANT-AL-AS).           LG151026
       EXIT-AGRLIN-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CIERRA-ASI-AS - CALCULA EL EQUIVALENTE EN UYU DE CADA       *
      *   LINEA; LA CONTRAPARTIDA (LINEA 1) TOMA LA SUMA DE LAS       *
      *   DEMAS CON SIGNO CONTRARIO PARA QUE EL ASIENTO CUADRE.       *
      *   BUSCA LA CUENTA DE CADA LINEA, LA IMPRIME Y LA GRABA EN EL  *
      *   ARCHIVO DE TRABAJO DE IMPORTACION.                          *
      ******************************************************************
       CIERRA-ASI-AS.                                                   LG151026
           IF CANT-AL-AS < 2                                            LG151026
               GO TO EXIT-CIEASI-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO ASI-SUMUYU-AS                                      LG151026
           PERFORM VARYING I-AS FROM 2 BY 1 UNTIL I-AS > CANT-AL-AS     LG151026
               IF ASI-MONEDA-AS = "UYU"                                 LG151026
                   MOVE AL-IMP-AS (I-AS) TO AL-UYU-AS (I-AS)            LG151026
               ELSE                                                     LG151026
                   COMPUTE AL-UYU-AS (I-AS) ROUNDED =                   LG151026
                           AL-IMP-AS (I-AS) * ASI-TC-AS                 LG151026
               END-IF                                                   LG151026
               ADD AL-UYU-AS (I-AS) TO ASI-SUMUYU-AS                    LG151026
           END-PERFORM                                                  LG151026
           COMPUTE AL-UYU-AS (1) = ASI-SUMUYU-AS * -1                   LG151026

           ADD 1 TO CANT-ASI-AS                                         LG151026
           MOVE 0 TO J-AS                                               LG151026
           PERFORM VARYING I-AS FROM 1 BY 1 UNTIL I-AS > CANT-AL-AS     LG151026
               IF AL-IMP-AS (I-AS) NOT = 0 OR AL-UYU-AS (I-AS) NOT = 0  LG151026
                   PERFORM GRABA-LIN-AS THRU EXIT-GRALIN-AS             LG151026
               END-IF                                                   LG151026
           END-PERFORM.                                                 LG151026
       EXIT-CIEASI-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GRABA-LIN-AS - IMPRIME LA LINEA I-AS DEL ASIENTO Y LA DEJA  *
      *   EN EL ARCHIVO DE TRABAJO CON EL FORMATO DE IMPORTACION.     *
      ******************************************************************
       GRABA-LIN-AS.                                                    LG151026
           ADD 1 TO J-AS                                                LG151026
           ADD 1 TO CANT-LIN-AS                                         LG151026
           PERFORM BUSCA-CTA-AS THRU EXIT-BUSCTA-AS                     LG151026

           IF LINEA-PAG-AS > 56                                         LG151026
               PERFORM ENCABEZADO-AS THRU EXIT-ENC-AS                   LG151026
           END-IF                                                       LG151026
           MOVE CANT-ASI-AS    TO DET-ASI-AS                            LG151026
           MOVE J-AS           TO DET-LIN-AS                            LG151026
           MOVE SPACES         TO DET-CTA-AS                            LG151026
           MOVE SPACES         TO DET-CONC-AS                           LG151026
           IF BUS-CTA-AS = SPACES                                       LG151026
               ADD 1 TO CANT-SINCTA-AS                                  LG151026
               MOVE "*SIN CUENTA*" TO DET-CTA-AS                        LG151026
               STRING AL-CONC-AS (I-AS) " " ASI-TIPODOC-AS " "          LG151026
                      ASI-FPAG-AS " " ASI-MONCTA-AS " "                 LG151026
                      AL-TASA-AS (I-AS)                                 LG151026
                      DELIMITED BY SIZE INTO DET-CONC-AS                LG151026
               END-STRING                                               LG151026
           ELSE                                                         LG151026
               MOVE BUS-CTA-AS  TO DET-CTA-AS                           LG151026
               MOVE BUS-DESC-AS TO DET-CONC-AS                          LG151026
           END-IF                                                       LG151026
           MOVE 0 TO DET-DEBE-AS                                        LG151026
           MOVE 0 TO DET-HABER-AS                                       LG151026
           IF AL-UYU-AS (I-AS) < 0                                      LG151026
               COMPUTE IMP-WRK-AS = AL-IMP-AS (I-AS) * -1               LG151026
               COMPUTE UYU-WRK-AS = AL-UYU-AS (I-AS) * -1               LG151026
               MOVE IMP-WRK-AS TO DET-HABER-AS                          LG151026
               ADD UYU-WRK-AS  TO TOT-HABER-AS                          LG151026
           ELSE                                                         LG151026
               MOVE AL-IMP-AS (I-AS) TO IMP-WRK-AS                      LG151026
               MOVE AL-UYU-AS (I-AS) TO UYU-WRK-AS                      LG151026
               MOVE IMP-WRK-AS TO DET-DEBE-AS                           LG151026
               ADD UYU-WRK-AS  TO TOT-DEBE-AS                           LG151026
           END-IF                                                       LG151026
           MOVE ASI-MONEDA-AS  TO DET-MON-AS                            LG151026
           MOVE UYU-WRK-AS     TO DET-UYU-AS                            LG151026
           MOVE AL-TIPODOC-AS (I-AS) TO DET-TD-AS                       LG151026
           MOVE AL-SERIE-AS   (I-AS) TO DET-SER-AS                      LG151026
           MOVE AL-NUMERO-AS  (I-AS) TO DET-NUM-AS                      LG151026
           MOVE ASI-RUC-AS     TO DET-RUC-AS                            LG151026
           WRITE LINEA-LIS FROM LIN-DET-AS AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-AS                                        LG151026

           MOVE SPACES         TO REG-IMP                               LG151026
           MOVE FECHA-PROC-AS  TO IMP-FECHA                             LG151026
           MOVE CANT-ASI-AS    TO IMP-ASIENTO                           LG151026
           MOVE J-AS           TO IMP-LINEA                             LG151026
           MOVE BUS-CTA-AS     TO IMP-CUENTA                            LG151026
           IF AL-UYU-AS (I-AS) < 0                                      LG151026
               MOVE 0          TO IMP-DEBE                              LG151026
               MOVE IMP-WRK-AS TO IMP-HABER                             LG151026
           ELSE                                                         LG151026
               MOVE IMP-WRK-AS TO IMP-DEBE                              LG151026
               MOVE 0          TO IMP-HABER                             LG151026
           END-IF                                                       LG151026
           MOVE ASI-MONEDA-AS  TO IMP-MONEDA                            LG151026
           IF ASI-MONEDA-AS = "UYU"                                     LG151026
               MOVE 1          TO IMP-TC                                LG151026
           ELSE                                                         LG151026
               MOVE ASI-TC-AS  TO IMP-TC                                LG151026
           END-IF                                                       LG151026
           MOVE UYU-WRK-AS     TO IMP-UYU                               LG151026
           MOVE AL-TIPODOC-AS (I-AS) TO IMP-TIPODOC                     LG151026
           MOVE AL-SERIE-AS   (I-AS) TO IMP-SERIE                       LG151026
           MOVE AL-NUMERO-AS  (I-AS) TO IMP-NUMERO                      LG151026
           MOVE ASI-RUC-AS     TO IMP-RUC                               LG151026
           WRITE LINEA-AWK FROM LINEA-IMP.                              LG151026
       EXIT-GRALIN-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-CTA-AS - CUENTA DE LA LINEA I-AS: PRIMERA LINEA DEL   *
      *   PLAN QUE CORRESPONDA EN CONCEPTO, TIPO DE DOCUMENTO, FORMA  *
      *   DE PAGO, MONEDA Y TASA ("*" VALE PARA CUALQUIERA).          *
      ******************************************************************
       BUSCA-CTA-AS.                                                    LG151026
           MOVE SPACES TO BUS-CTA-AS                                    LG151026
           MOVE SPACES TO BUS-DESC-AS                                   LG151026
           PERFORM VARYING K-AS FROM 1 BY 1                             LG151026
                   UNTIL K-AS > CANT-PCT-AS                             LG151026
                      OR (PCT-CONC-AS (K-AS) = AL-CONC-AS (I-AS)        LG151026
                      AND (PCT-TD-AS (K-AS) = ASI-TIPODOC-AS            LG151026
                           OR PCT-TD-AS (K-AS) (1:1) = "*")             LG151026
                      AND (PCT-FP-AS (K-AS) = ASI-FPAG-AS               LG151026
                           OR PCT-FP-AS (K-AS) = "*")                   LG151026
                      AND (PCT-MON-AS (K-AS) = ASI-MONCTA-AS            LG151026
                           OR PCT-MON-AS (K-AS) (1:1) = "*")            LG151026
                      AND (PCT-TASA-AS (K-AS) = AL-TASA-AS (I-AS)       LG151026
                           OR PCT-TASA-AS (K-AS) = "*"))                LG151026
               CONTINUE                                                 LG151026
           END-PERFORM                                                  LG151026
           IF K-AS NOT > CANT-PCT-AS                                    LG151026
               MOVE PCT-CTA-AS  (K-AS) TO BUS-CTA-AS                    LG151026
               MOVE PCT-DESC-AS (K-AS) TO BUS-DESC-AS                   LG151026
           END-IF.                                                      LG151026
       EXIT-BUSCTA-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   RECIBOS-AS - ASIENTOS DE LOS RECIBOS DE LA FECHA.  LAS      *
      *   APLICACIONES DE CADA RECIBO SE LEEN DE CTAPAGOS POR LA      *
      *   CLAVE ALTERNATIVA (NUMERO DE RECIBO).                       *
      ******************************************************************
       RECIBOS-AS.                                                      LG151026
           OPEN INPUT ARCH-REC                                          LG151026
           IF ST-REC NOT = "00"                                         LG151026
               IF ST-REC = "05"                                         LG151026
                   CLOSE ARCH-REC                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-RECIBOS-AS                                    LG151026
           END-IF                                                       LG151026
           MOVE 0 TO SIN-PAG-AS                                         LG151026
           MOVE 0 TO FIN-PAG-AS                                         LG151026
           OPEN INPUT ARCH-PAG                                          LG151026
           IF ST-PAG NOT = "00"                                         LG151026
               IF ST-PAG = "05"                                         LG151026
                   CLOSE ARCH-PAG                                       LG151026
               END-IF                                                   LG151026
               MOVE 1 TO SIN-PAG-AS                                     LG151026
               MOVE 1 TO FIN-PAG-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-REC-AS                                         LG151026
           PERFORM LEE-REC-AS THRU EXIT-LEEREC-AS                       LG151026
           PERFORM PROCESA-REC-AS THRU EXIT-PROREC-AS                   LG151026
                   UNTIL FIN-REC-AS = 1                                 LG151026
           CLOSE ARCH-REC                                               LG151026
           IF SIN-PAG-AS = 0                                            LG151026
               CLOSE ARCH-PAG                                           LG151026
           END-IF.                                                      LG151026
       EXIT-RECIBOS-AS.                                                 LG151026
           EXIT.                                                        LG151026

       LEE-REC-AS.                                                      LG151026
           READ ARCH-REC                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-REC-AS                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEREC-AS.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PAG-AS.                                                      LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-AS                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEPAG-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PROCESA-REC-AS - DEBE CAJA POR EL RECIBO, HABER DEUDORES    *
      *   POR CADA APLICACION.  SI LAS APLICACIONES EN EFECTIVO NO    *
      *   SUMAN EL IMPORTE DEL RECIBO LA DIFERENCIA VA A DEUDORES     *
      *   CONTRA EL PROPIO RECIBO Y SE AVISA EN EL DIARIO.  LAS       *
      *   RETENCIONES CUADRAN SOLAS (VER APLICA-PAG-AS).              *
      ******************************************************************
       PROCESA-REC-AS.                                                  LG151026
           IF REC-FECHA NOT = FECHA-PROC-AS                             LG151026
               GO TO SIGUE-PROREC-AS                                    LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-REC-AS                                         LG151026
           MOVE "RE"        TO ASI-TIPODOC-AS                           LG151026
           MOVE "C"         TO ASI-FPAG-AS                              LG151026
           MOVE REC-MONEDA  TO ASI-MONEDA-AS                            LG151026
           MOVE REC-MONEDA  TO ASI-MONCTA-AS                            LG151026
           MOVE REC-TC      TO CAMPO-TC-AS                              LG151026
           PERFORM PARSE-TC-AS THRU EXIT-PARTC-AS                       LG151026
           MOVE VALOR-TC-AS TO ASI-TC-AS                                LG151026
           MOVE REC-RUC     TO ASI-RUC-AS                               LG151026
           MOVE 0 TO CANT-AL-AS                                         LG151026
           MOVE 0 TO ASI-SUMA-AS                                        LG151026

           MOVE "CA"        TO NUE-CONC-AS                              LG151026
           MOVE SPACES      TO NUE-TASA-AS                              LG151026
           MOVE REC-IMPORTE TO CAMPO-IMP-AS                             LG151026
           PERFORM PARSE-IMP-AS THRU EXIT-PARSE-AS                      LG151026
           MOVE VALOR-IMP-AS TO NUE-IMP-AS                              LG151026
           MOVE "RE"        TO NUE-TIPODOC-AS                           LG151026
           MOVE SPACES      TO NUE-SERIE-AS                             LG151026
           MOVE REC-NUMERO  TO NUE-NUMERO-AS                            LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026

           IF SIN-PAG-AS = 0                                            LG151026
               MOVE 0          TO FIN-PAG-AS                            LG151026
               MOVE REC-NUMERO TO PAG-RECIBO                            LG151026
               START ARCH-PAG KEY = PAG-RECIBO                          LG151026
                   INVALID KEY                                          LG151026
                       MOVE 1 TO FIN-PAG-AS                             LG151026
               END-START                                                LG151026
               IF FIN-PAG-AS = 0                                        LG151026
                   PERFORM LEE-PAG-AS THRU EXIT-LEEPAG-AS               LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           PERFORM APLICA-PAG-AS THRU EXIT-APLPAG-AS                    LG151026
                   UNTIL FIN-PAG-AS = 1 OR PAG-RECIBO NOT = REC-NUMERO  LG151026

           IF ASI-SUMA-AS NOT = AL-IMP-AS (1)                           LG151026
               ADD 1 TO CANT-DIFREC-AS                                  LG151026
               IF LINEA-PAG-AS > 56                                     LG151026
                   PERFORM ENCABEZADO-AS THRU EXIT-ENC-AS               LG151026
               END-IF                                                   LG151026
               MOVE SPACES TO LINEA-LIS                                 LG151026
               STRING "RECIBO " REC-NUMERO                              LG151026
                      ": LAS APLICACIONES NO SUMAN EL IMPORTE - LA "    LG151026
                      "DIFERENCIA VA A DEUDORES CONTRA EL RECIBO"       LG151026
                      DELIMITED BY SIZE INTO LINEA-LIS                  LG151026
               END-STRING                                               LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
               ADD 1 TO LINEA-PAG-AS                                    LG151026
               MOVE "DV"       TO NUE-CONC-AS                           LG151026
               MOVE SPACES     TO NUE-TASA-AS                           LG151026
               COMPUTE NUE-IMP-AS = (AL-IMP-AS (1) - ASI-SUMA-AS) * -1  LG151026
               MOVE "RE"       TO NUE-TIPODOC-AS                        LG151026
               MOVE SPACES     TO NUE-SERIE-AS                          LG151026
               MOVE REC-NUMERO TO NUE-NUMERO-AS                         LG151026
               PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                LG151026
           END-IF                                                       LG151026
           PERFORM CIERRA-ASI-AS THRU EXIT-CIEASI-AS.                   LG151026
       SIGUE-PROREC-AS.                                                 LG151026
           PERFORM LEE-REC-AS THRU EXIT-LEEREC-AS.                      LG151026
       EXIT-PROREC-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   APLICA-PAG-AS - LINEA DE DEUDORES POR UNA APLICACION DEL    *
      *   RECIBO, REFERIDA AL DOCUMENTO QUE CANCELA.  SI ES UNA       *
      *   RETENCION NO ES PARTE DEL COBRO: LLEVA SU PROPIA LINEA AL   *
      *   DEBE DE RETENCIONES SUFRIDAS (CONCEPTO RT, TASA V-IVA O     *
      *   R-IRAE) POR EL MISMO IMPORTE.                               *
      ******************************************************************
       APLICA-PAG-AS.                                                   LG151026
           MOVE PAG-IMPORTE TO CAMPO-IMP-AS                             LG151026
           PERFORM PARSE-IMP-AS THRU EXIT-PARSE-AS                      LG151026
           IF NOT PAG-RETENCION                                         LG151026
               ADD VALOR-IMP-AS TO ASI-SUMA-AS                          LG151026
           END-IF                                                       LG151026
           MOVE "DV"        TO NUE-CONC-AS                              LG151026
           MOVE SPACES      TO NUE-TASA-AS                              LG151026
           COMPUTE NUE-IMP-AS = VALOR-IMP-AS * -1                       LG151026
           MOVE SPACES      TO NUE-TIPODOC-AS                           LG151026
           IF SIN-HIS-AS = 0                                            LG151026
               MOVE PAG-SERIE  TO HIS-SERIE                             LG151026
               MOVE PAG-NUMFAC TO HIS-NUMFAC                            LG151026
               READ ARCH-HIS                                            LG151026
                   NOT INVALID KEY                                      LG151026
                       MOVE HIS-TIPO-DOC TO NUE-TIPODOC-AS              LG151026
               END-READ                                                 LG151026
           END-IF                                                       LG151026
           MOVE PAG-SERIE   TO NUE-SERIE-AS                             LG151026
           MOVE PAG-NUMFAC  TO NUE-NUMERO-AS                            LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026
           IF PAG-RETENCION                                             LG151026
               MOVE "RT" TO NUE-CONC-AS                                 LG151026
               IF PAG-IMPUESTO = "IVA"                                  LG151026
                   MOVE "V" TO NUE-TASA-AS                              LG151026
               ELSE                                                     LG151026
                   MOVE "R" TO NUE-TASA-AS                              LG151026
               END-IF                                                   LG151026
               MOVE VALOR-IMP-AS TO NUE-IMP-AS                          LG151026
               PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                LG151026
           END-IF                                                       LG151026
           PERFORM LEE-PAG-AS THRU EXIT-LEEPAG-AS.                      LG151026
       EXIT-APLPAG-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   DIFCAM-AS - OPCION 2: ASIENTA LA DIFERENCIA DE CAMBIO DEL   *
      *   PERIODO PEDIDO (DC<AAAAMM>.DAT DE DIFCAM) CON FECHA DEL     *
      *   ULTIMO DIA DEL MES.  ANTES REVIERTE LA NO REALIZADA DEL     *
      *   PERIODO ANTERIOR, QUE DIFCAM MIDE CADA MES DESDE LA         *
      *   EMISION.  EL PERIODO QUEDA EN ASIENTOS.CTL (CTL-TIPO "C")   *
      *   Y NO SE PUEDE VOLVER A ASENTAR.                             *
      ******************************************************************
       DIFCAM-AS.                                                       LG151026
           MOVE "DIARIO DIFERENCIA DE CAMBIO" TO TIT-DESC-AS            LG151026
           DISPLAY "PERIODO (AAAAMM), VACIO=MES ANTERIOR:"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT PERIODO-ING-AS FROM CONSOLE                           LG151026
           IF PERIODO-ING-AS = SPACES                                   LG151026
               MOVE FECHA-HOY-AS (1:6) TO PERIODO-AS                    LG151026
               IF FECHA-HOY-AS (5:2) = "01"                             LG151026
                   SUBTRACT 89 FROM PERIODO-AS                          LG151026
               ELSE                                                     LG151026
                   SUBTRACT 1 FROM PERIODO-AS                           LG151026
               END-IF                                                   LG151026
           ELSE                                                         LG151026
               IF PERIODO-ING-AS NOT NUMERIC OR                         LG151026
                  PERIODO-ING-AS (5:2) < "01" OR                        LG151026
                  PERIODO-ING-AS (5:2) > "12"                           LG151026
                   DISPLAY "ASICON - PERIODO INVALIDO" UPON CONSOLE     LG151026
                   GO TO EXIT-DIFCAM-AS                                 LG151026
               END-IF                                                   LG151026
               MOVE PERIODO-9-AS TO PERIODO-AS                          LG151026
           END-IF                                                       LG151026
           MOVE PERIODO-AS (1:4) TO AAA                                 LG151026
           MOVE PERIODO-AS (5:2) TO MMM                                 LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           COMPUTE FECHA-PROC-AS = PERIODO-AS * 100 + DIM-AUX           LG151026
           IF FECHA-PROC-AS > FECHA-HOY-AS                              LG151026
               DISPLAY "ASICON - EL PERIODO " PERIODO-AS                LG151026
                       " TODAVIA NO CERRO" UPON CONSOLE                 LG151026
               GO TO EXIT-DIFCAM-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE PERIODO-AS TO PERIODO-ANT-AS                            LG151026
           IF PERIODO-AS (5:2) = "01"                                   LG151026
               SUBTRACT 89 FROM PERIODO-ANT-AS                          LG151026
           ELSE                                                         LG151026
               SUBTRACT 1 FROM PERIODO-ANT-AS                           LG151026
           END-IF                                                       LG151026
           MOVE PERIODO-ANT-AS (1:4) TO AAA                             LG151026
           MOVE PERIODO-ANT-AS (5:2) TO MMM                             LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           COMPUTE FECHA-ANT-AS = PERIODO-ANT-AS * 100 + DIM-AUX        LG151026

           PERFORM VERIFICA-DCA-AS THRU EXIT-VERDCA-AS                  LG151026
           IF FIN-CTL-AS = 2                                            LG151026
               GO TO EXIT-DIFCAM-AS                                     LG151026
           END-IF                                                       LG151026

           PERFORM CARGA-PCT-AS THRU EXIT-CARPCT-AS                     LG151026
           IF CANT-PCT-AS = 0                                           LG151026
               DISPLAY "ASICON - SIN PLAN DE CUENTAS (CTASCONT.DAT) - " LG151026
                       "NO SE GENERAN ASIENTOS" UPON CONSOLE            LG151026
               GO TO EXIT-DIFCAM-AS                                     LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "ASICON - NO SE PUDO ABRIR ASICON.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               GO TO EXIT-DIFCAM-AS                                     LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT ARCH-AWK                                         LG151026
           IF ST-AWK NOT = "00"                                         LG151026
               DISPLAY "ASICON - NO SE PUDO ABRIR ASICON.WRK ST "       LG151026
                       ST-AWK UPON CONSOLE                              LG151026
               CLOSE LISTADO                                            LG151026
               GO TO EXIT-DIFCAM-AS                                     LG151026
           END-IF                                                       LG151026

           PERFORM ENCABEZADO-AS THRU EXIT-ENC-AS                       LG151026
           IF ASENTADO-ANT-AS = 1                                       LG151026
               MOVE 1              TO REVERSO-AS                        LG151026
               MOVE PERIODO-ANT-AS TO PERIODO-DCA-AS                    LG151026
               PERFORM ASIENTA-DCA-AS THRU EXIT-ASIDCA-AS               LG151026
           END-IF                                                       LG151026
           MOVE 0          TO REVERSO-AS                                LG151026
           MOVE PERIODO-AS TO PERIODO-DCA-AS                            LG151026
           PERFORM ASIENTA-DCA-AS THRU EXIT-ASIDCA-AS                   LG151026
           PERFORM TOTALES-AS THRU EXIT-TOT-AS                          LG151026

           CLOSE ARCH-AWK                                               LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "ASICON - DIARIO GENERADO EN ASICON.LIS"             LG151026
                   UPON CONSOLE                                         LG151026

           IF CANT-SINCTA-AS NOT = 0 OR ERR-DCA-AS NOT = 0              LG151026
               DISPLAY "ASICON - HAY LINEAS SIN CUENTA O ARCHIVOS DE "  LG151026
                       "DIFERENCIA SIN LEER" UPON CONSOLE               LG151026
               DISPLAY "ASICON - NO SE GENERA EL ARCHIVO DE "           LG151026
                       "IMPORTACION" UPON CONSOLE                       LG151026
               GO TO EXIT-DIFCAM-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO NOMBRE-IMP-AS                                 LG151026
           STRING "DC" PERIODO-AS ".TXT"                                LG151026
                  DELIMITED BY SIZE INTO NOMBRE-IMP-AS                  LG151026
           END-STRING                                                   LG151026
           PERFORM GENERA-IMP-AS THRU EXIT-GENIMP-AS.                   LG151026
       EXIT-DIFCAM-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   VERIFICA-DCA-AS - CONTROLES ANTES DE ASENTAR EL PERIODO:    *
      *   QUE NO ESTE YA ASENTADO, QUE EXISTA SU DC<AAAAMM>.DAT Y     *
      *   QUE EL PERIODO ANTERIOR, SI TIENE DIFERENCIA CALCULADA,     *
      *   ESTE ASENTADO (Y SU ARCHIVO A MANO PARA REVERTIRLO).        *
      *   DEJA FIN-CTL-AS = 2 SI NO SE DEBE SEGUIR Y ASENTADO-ANT-AS  *
      *   = 1 SI HAY QUE REVERTIR EL PERIODO ANTERIOR.                *
      ******************************************************************
       VERIFICA-DCA-AS.                                                 LG151026
           MOVE SPACES TO FORZADO-AS                                    LG151026
           MOVE "C"    TO TIPO-CTL-AS                                   LG151026
           MOVE FECHA-PROC-AS TO FECHA-CTL-AS                           LG151026
           PERFORM BUSCA-CTL-AS THRU EXIT-BUSCTL-AS                     LG151026
           IF FIN-CTL-AS = 2                                            LG151026
               DISPLAY "ASICON - LA DIFERENCIA DE CAMBIO DEL PERIODO "  LG151026
                       PERIODO-AS " YA SE ASENTO EL " CTL-FECHA-PROC    LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-VERDCA-AS                                     LG151026
           END-IF                                                       LG151026

           MOVE PERIODO-AS TO PERIODO-DCA-AS                            LG151026
           PERFORM ARMA-NOMDCA-AS THRU EXIT-ARMNOM-AS                   LG151026
           OPEN INPUT ARCH-DCA                                          LG151026
           IF ST-DCA NOT = "00"                                         LG151026
               IF ST-DCA = "05"                                         LG151026
                   CLOSE ARCH-DCA                                       LG151026
               END-IF                                                   LG151026
               DISPLAY "ASICON - NO EXISTE " NOMBRE-DCA-AS              LG151026
                       " - CORRER ANTES DIFCAM DEL PERIODO"             LG151026
                       UPON CONSOLE                                     LG151026
               MOVE 2 TO FIN-CTL-AS                                     LG151026
               GO TO EXIT-VERDCA-AS                                     LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-DCA                                               LG151026

           MOVE PERIODO-ANT-AS TO PERIODO-DCA-AS                        LG151026
           PERFORM ARMA-NOMDCA-AS THRU EXIT-ARMNOM-AS                   LG151026
           MOVE 0 TO HAY-DCA-ANT-AS                                     LG151026
           OPEN INPUT ARCH-DCA                                          LG151026
           IF ST-DCA = "00"                                             LG151026
               MOVE 1 TO HAY-DCA-ANT-AS                                 LG151026
               CLOSE ARCH-DCA                                           LG151026
           ELSE                                                         LG151026
               IF ST-DCA = "05"                                         LG151026
                   CLOSE ARCH-DCA                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE FECHA-ANT-AS TO FECHA-CTL-AS                            LG151026
           PERFORM BUSCA-CTL-AS THRU EXIT-BUSCTL-AS                     LG151026
           MOVE 0 TO ASENTADO-ANT-AS                                    LG151026
           IF FIN-CTL-AS = 2                                            LG151026
               MOVE 1 TO ASENTADO-ANT-AS                                LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CTL-AS                                         LG151026
           IF ASENTADO-ANT-AS = 1 AND HAY-DCA-ANT-AS = 0                LG151026
               DISPLAY "ASICON - FALTA " NOMBRE-DCA-AS                  LG151026
                       " PARA REVERTIR LA NO REALIZADA DEL PERIODO "    LG151026
                       "ANTERIOR" UPON CONSOLE                          LG151026
               MOVE 2 TO FIN-CTL-AS                                     LG151026
               GO TO EXIT-VERDCA-AS                                     LG151026
           END-IF                                                       LG151026
           IF ASENTADO-ANT-AS = 0 AND HAY-DCA-ANT-AS = 1                LG151026
               DISPLAY "ASICON - ASENTAR ANTES LA DIFERENCIA DE "       LG151026
                       "CAMBIO DEL PERIODO " PERIODO-ANT-AS             LG151026
                       UPON CONSOLE                                     LG151026
               MOVE 2 TO FIN-CTL-AS                                     LG151026
           END-IF.                                                      LG151026
       EXIT-VERDCA-AS.                                                  LG151026
           EXIT.                                                        LG151026

       ARMA-NOMDCA-AS.                                                  LG151026
           MOVE SPACES TO NOMBRE-DCA-AS                                 LG151026
           STRING "DC" PERIODO-DCA-AS ".DAT"                            LG151026
                  DELIMITED BY SIZE INTO NOMBRE-DCA-AS                  LG151026
           END-STRING.                                                  LG151026
       EXIT-ARMNOM-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ASIENTA-DCA-AS - ASIENTOS DEL DC<AAAAMM>.DAT DEL PERIODO    *
      *   PERIODO-DCA-AS.  CON REVERSO-AS = 1 SOLO TOMA LA NO         *
      *   REALIZADA Y LA ASIENTA CON EL SIGNO CAMBIADO.               *
      ******************************************************************
       ASIENTA-DCA-AS.                                                  LG151026
           PERFORM ARMA-NOMDCA-AS THRU EXIT-ARMNOM-AS                   LG151026
           OPEN INPUT ARCH-DCA                                          LG151026
           IF ST-DCA NOT = "00"                                         LG151026
               DISPLAY "ASICON - NO SE PUDO ABRIR " NOMBRE-DCA-AS       LG151026
                       " ST " ST-DCA UPON CONSOLE                       LG151026
               MOVE 1 TO ERR-DCA-AS                                     LG151026
               GO TO EXIT-ASIDCA-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-DCA-AS                                         LG151026
           PERFORM LEE-DCA-AS THRU EXIT-LEEDCA-AS                       LG151026
           PERFORM PROCESA-DCA-AS THRU EXIT-PRODCA-AS                   LG151026
                   UNTIL FIN-DCA-AS = 1                                 LG151026
           CLOSE ARCH-DCA.                                              LG151026
       EXIT-ASIDCA-AS.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-DCA-AS.                                                      LG151026
           READ ARCH-DCA                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-DCA-AS                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEDCA-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PROCESA-DCA-AS - ASIENTO DE LA DIFERENCIA DE CAMBIO DE UNA  *
      *   MONEDA: LA GANANCIA VA AL DEBE DE DEUDORES Y AL HABER DE    *
      *   DIFERENCIA DE CAMBIO (LA PERDIDA AL REVES), EN UYU, SOBRE   *
      *   LAS CUENTAS DE LA MONEDA Y DEL TIPO (REALIZADA / NO         *
      *   REALIZADA).  EL DOCUMENTO DE REFERENCIA ES EL PERIODO DEL   *
      *   ARCHIVO (EN EL REVERSO, EL PERIODO ANTERIOR).               *
      ******************************************************************
       PROCESA-DCA-AS.                                                  LG151026
           IF DCA-PERIODO NOT = PERIODO-DCA-AS                          LG151026
               GO TO SIGUE-PRODCA-AS                                    LG151026
           END-IF                                                       LG151026
           IF REVERSO-AS = 1 AND DCA-TIPO NOT = "N"                     LG151026
               GO TO SIGUE-PRODCA-AS                                    LG151026
           END-IF                                                       LG151026
           MOVE DCA-IMPORTE TO CAMPO-IMP-AS                             LG151026
           PERFORM PARSE-IMP-AS THRU EXIT-PARSE-AS                      LG151026
           IF VALOR-IMP-AS = 0                                          LG151026
               GO TO SIGUE-PRODCA-AS                                    LG151026
           END-IF                                                       LG151026
           IF REVERSO-AS = 1                                            LG151026
               COMPUTE VALOR-IMP-AS = VALOR-IMP-AS * -1                 LG151026
               ADD 1 TO CANT-REV-AS                                     LG151026
           ELSE                                                         LG151026
               ADD 1 TO CANT-DCA-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE "DC"        TO ASI-TIPODOC-AS                           LG151026
           MOVE "C"         TO ASI-FPAG-AS                              LG151026
           MOVE "UYU"       TO ASI-MONEDA-AS                            LG151026
           MOVE DCA-MONEDA  TO ASI-MONCTA-AS                            LG151026
           MOVE 1           TO ASI-TC-AS                                LG151026
           MOVE SPACES      TO ASI-RUC-AS                               LG151026
           MOVE 0 TO CANT-AL-AS                                         LG151026
           MOVE "DC"        TO NUE-TIPODOC-AS                           LG151026
           MOVE SPACES      TO NUE-SERIE-AS                             LG151026
           MOVE DCA-PERIODO TO NUE-NUMERO-AS                            LG151026

           MOVE "DV"        TO NUE-CONC-AS                              LG151026
           MOVE SPACES      TO NUE-TASA-AS                              LG151026
           MOVE VALOR-IMP-AS TO NUE-IMP-AS                              LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026
           MOVE "DC"        TO NUE-CONC-AS                              LG151026
           MOVE DCA-TIPO    TO NUE-TASA-AS                              LG151026
           COMPUTE NUE-IMP-AS = VALOR-IMP-AS * -1                       LG151026
           PERFORM AGREGA-LIN-AS THRU EXIT-AGRLIN-AS                    LG151026
           PERFORM CIERRA-ASI-AS THRU EXIT-CIEASI-AS.                   LG151026
       SIGUE-PRODCA-AS.                                                 LG151026
           PERFORM LEE-DCA-AS THRU EXIT-LEEDCA-AS.                      LG151026
       EXIT-PRODCA-AS.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-IMP-AS - CONVIERTE EL IMPORTE EDITADO DE CAMPO-IMP-AS *
      *   (FORMATO -(8)9,99) A VALOR-IMP-AS.                          *
      ******************************************************************
       PARSE-IMP-AS.                                                    LG151026
           MOVE 0 TO ENT-IMP-AS                                         LG151026
           MOVE 0 TO NEG-IMP-AS                                         LG151026
           PERFORM VARYING I-AS FROM 1 BY 1 UNTIL I-AS > 12             LG151026
               MOVE CAMPO-IMP-AS (I-AS:1) TO DIG-X-AS                   LG151026
               IF DIG-X-AS = "-"                                        LG151026
                   MOVE 1 TO NEG-IMP-AS                                 LG151026
               END-IF                                                   LG151026
               IF DIG-X-AS NUMERIC                                      LG151026
                   COMPUTE ENT-IMP-AS = ENT-IMP-AS * 10 + DIG-9-AS      LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-IMP-AS = ENT-IMP-AS / 100                      LG151026
           IF NEG-IMP-AS = 1                                            LG151026
               COMPUTE VALOR-IMP-AS = VALOR-IMP-AS * -1                 LG151026
           END-IF.                                                      LG151026
       EXIT-PARSE-AS.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-TC-AS - CONVIERTE LA COTIZACION EDITADA DE            *
      *   CAMPO-TC-AS (FORMATO -(4)9,9999) A VALOR-TC-AS.             *
      ******************************************************************
       PARSE-TC-AS.                                                     LG151026
           MOVE 0 TO ENT-TC-AS                                          LG151026
           PERFORM VARYING I-AS FROM 1 BY 1 UNTIL I-AS > 10             LG151026
               MOVE CAMPO-TC-AS (I-AS:1) TO DIG-X-AS                    LG151026
               IF DIG-X-AS NUMERIC                                      LG151026
                   COMPUTE ENT-TC-AS = ENT-TC-AS * 10 + DIG-9-AS        LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-TC-AS = ENT-TC-AS / 10000.                     LG151026
       EXIT-PARTC-AS.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   TOTALES-AS - CIERRE DEL DIARIO: TOTALES EN UYU DEL DEBE Y   *
      *   DEL HABER, CANTIDADES Y ERRORES.                            *
      ******************************************************************
       TOTALES-AS.                                                      LG151026
           IF LINEA-PAG-AS > 52                                         LG151026
               PERFORM ENCABEZADO-AS THRU EXIT-ENC-AS                   LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE TOT-DEBE-AS    TO TOT-DEBE-ED-AS                        LG151026
           MOVE TOT-HABER-AS   TO TOT-HABER-ED-AS                       LG151026
           WRITE LINEA-LIS FROM LIN-TOT1-AS AFTER ADVANCING 1 LINE      LG151026
           MOVE CANT-ASI-AS    TO TOT-ASI-AS                            LG151026
           MOVE CANT-DOC-AS    TO TOT-DOC-AS                            LG151026
           MOVE CANT-REC-AS    TO TOT-REC-AS                            LG151026
           MOVE CANT-ANU-AS    TO TOT-ANU-AS                            LG151026
           WRITE LINEA-LIS FROM LIN-TOT2-AS AFTER ADVANCING 1 LINE      LG151026
           MOVE CANT-SINCTA-AS TO TOT-SINCTA-AS                         LG151026
           MOVE CANT-SINHIS-AS TO TOT-SINHIS-AS                         LG151026
           MOVE CANT-DIFREC-AS TO TOT-DIFREC-AS                         LG151026
           MOVE CANT-DCA-AS    TO TOT-DCA-AS                            LG151026
           MOVE CANT-REV-AS    TO TOT-REV-AS                            LG151026
           WRITE LINEA-LIS FROM LIN-TOT3-AS AFTER ADVANCING 1 LINE.     LG151026
       EXIT-TOT-AS.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GENERA-IMP-AS - PASA EL ARCHIVO DE TRABAJO AL ARCHIVO DE    *
      *   IMPORTACION NOMBRE-IMP-AS Y REGISTRA LA FECHA (DEL TIPO     *
      *   TIPO-CTL-AS) EN ASIENTOS.CTL.                               *
      ******************************************************************
       GENERA-IMP-AS.                                                   LG151026
           OPEN INPUT ARCH-AWK                                          LG151026
           IF ST-AWK NOT = "00"                                         LG151026
               DISPLAY "ASICON - NO SE PUDO LEER ASICON.WRK ST "        LG151026
                       ST-AWK UPON CONSOLE                              LG151026
               GO TO EXIT-GENIMP-AS                                     LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT ARCH-IMP                                         LG151026
           IF ST-IMP NOT = "00"                                         LG151026
               DISPLAY "ASICON - NO SE PUDO ABRIR " NOMBRE-IMP-AS       LG151026
                       " ST " ST-IMP UPON CONSOLE                       LG151026
               CLOSE ARCH-AWK                                           LG151026
               GO TO EXIT-GENIMP-AS                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-AWK-AS                                         LG151026
           PERFORM LEE-AWK-AS THRU EXIT-LEEAWK-AS                       LG151026
           PERFORM COPIA-AWK-AS THRU EXIT-COPAWK-AS                     LG151026
                   UNTIL FIN-AWK-AS = 1                                 LG151026
           CLOSE ARCH-IMP                                               LG151026
           CLOSE ARCH-AWK                                               LG151026

           OPEN EXTEND ARCH-CTL                                         LG151026
           IF ST-CTL NOT = "00" AND ST-CTL NOT = "05"                   LG151026
               DISPLAY "ASICON - NO SE PUDO ABRIR ASIENTOS.CTL ST "     LG151026
                       ST-CTL " - LA FECHA NO QUEDA REGISTRADA"         LG151026
                       UPON CONSOLE                                     LG151026
           ELSE                                                         LG151026
               MOVE SPACES          TO LINEA-CTL                        LG151026
               MOVE FECHA-PROC-AS   TO CTL-FECHA                        LG151026
               MOVE FECHA-HOY-AS    TO CTL-FECHA-PROC                   LG151026
               MOVE HORA-HOY-AS (1:6) TO CTL-HORA-PROC                  LG151026
               MOVE CANT-ASI-AS     TO CTL-ASIENTOS                     LG151026
               MOVE CANT-LIN-AS     TO CTL-LINEAS                       LG151026
               MOVE FORZADO-AS      TO CTL-FORZADO                      LG151026
               MOVE TIPO-CTL-AS     TO CTL-TIPO                         LG151026
               WRITE LINEA-CTL                                          LG151026
               CLOSE ARCH-CTL                                           LG151026
           END-IF                                                       LG151026
           DISPLAY "ASICON - ARCHIVO DE IMPORTACION " NOMBRE-IMP-AS     LG151026
                   " - ASIENTOS " CANT-ASI-AS UPON CONSOLE.             LG151026
       EXIT-GENIMP-AS.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-AWK-AS.                                                      LG151026
           READ ARCH-AWK                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-AWK-AS                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEAWK-AS.                                                  LG151026
           EXIT.                                                        LG151026

       COPIA-AWK-AS.                                                    LG151026
           WRITE LINEA-IMP FROM LINEA-AWK                               LG151026
           PERFORM LEE-AWK-AS THRU EXIT-LEEAWK-AS.                      LG151026
       EXIT-COPAWK-AS.                                                  LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
