       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. DIFCAM.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  DIFCAM - DIFERENCIA DE CAMBIO DE CIERRE DE MES SOBRE LAS      *
      *  CUENTAS A COBRAR EN MONEDA EXTRANJERA.  PARA EL PERIODO       *
      *  PEDIDO (AAAAMM) CALCULA:                                      *
      *    - LA DIFERENCIA REALIZADA DE CADA APLICACION DE             *
      *      CTAPAGOS.DAT DEL PERIODO: IMPORTE APLICADO POR LA         *
      *      DIFERENCIA ENTRE LA COTIZACION DEL RECIBO (PAG-TC) Y LA   *
      *      DE EMISION DEL DOCUMENTO (HIS-TC).                        *
      *    - LA DIFERENCIA NO REALIZADA DE CADA CUOTA DE CTACTE.DAT    *
      *      QUE SIGUE ABIERTA AL ULTIMO DIA DEL MES: SALDO DE LA      *
      *      CUOTA A ESA FECHA POR LA DIFERENCIA ENTRE LA COTIZACION   *
      *      DE CIERRE (COTIZA.DAT AL ULTIMO DIA HABIL DEL MES, O LA   *
      *      ULTIMA ANTERIOR SI ESE DIA NO TIENE) Y LA DE EMISION.     *
      *  METODO: LAS DOS SE MIDEN SIEMPRE CONTRA LA COTIZACION DE      *
      *  EMISION.  LA NO REALIZADA DE CADA MES ES ENTONCES EL TOTAL    *
      *  ACUMULADO DESDE LA EMISION, Y ASICON (OPCION 2), ANTES DE     *
      *  ASENTAR UN PERIODO, REVIERTE CON LA MISMA FECHA LA NO         *
      *  REALIZADA DEL PERIODO ANTERIOR.  ASI EL NETO ASENTADO EN EL   *
      *  MES ES SOLO LA VARIACION CONTRA EL CIERRE ANTERIOR, Y LA      *
      *  REALIZADA (DESDE LA EMISION) NO REPITE LO QUE YA SE HABIA     *
      *  ASENTADO COMO NO REALIZADA.                                   *
      *  POSITIVO ES GANANCIA (EL CREDITO VALE MAS EN PESOS).  EL      *
      *  INFORME (DIFCAM.LIS) VA POR CLIENTE Y MONEDA, CON TOTALES     *
      *  POR MONEDA Y GENERAL EN MONEDA NACIONAL.  LOS TOTALES POR     *
      *  MONEDA QUEDAN EN DC<AAAAMM>.DAT, QUE ASICON (OPCION 2)        *
      *  ASIENTA CON LA FECHA DEL ULTIMO DIA DEL MES.  SI HAY          *
      *  DOCUMENTOS SIN HISTORICO O MONEDAS SIN COTIZACION DE CIERRE   *
      *  SOLO SE IMPRIME EL INFORME: DC<AAAAMM>.DAT NO SE GENERA       *
      *  HASTA CORREGIRLO.  UNA VEZ ASENTADO EL PERIODO (ASIENTOS.CTL) *
      *  SU DC<AAAAMM>.DAT YA NO SE REEMPLAZA.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

           SELECT OPTIONAL ARCH-CTL  ASSIGN TO "ASIENTOS.CTL"           LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-CTL.                    LG151026

           SELECT ARCH-WRK ASSIGN TO "DIFCAM.WRK"                       LG151026
                            ORGANIZATION  IS INDEXED                    LG151026
                            ACCESS MODE   IS DYNAMIC                    LG151026
                            RECORD KEY    IS WRK-CLAVE                  LG151026
                            FILE STATUS   IS ST-WRK.                    LG151026

           SELECT ARCH-RES ASSIGN TO "DIFCAM.RES"                       LG151026
                            ORGANIZATION  IS INDEXED                    LG151026
                            ACCESS MODE   IS DYNAMIC                    LG151026
                            RECORD KEY    IS RES-CLAVE                  LG151026
                            FILE STATUS   IS ST-RES.                    LG151026

           SELECT ARCH-DCA ASSIGN TO NOMBRE-DCA-DC                      LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-DCA.                    LG151026

           SELECT LISTADO  ASSIGN TO "DIFCAM.LIS"                       LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-LIS.                    LG151026

       DATA DIVISION.                                                   LG151026

       FILE SECTION.                                                    LG151026

       COPY "IMPREACT.FDS".                                             LG151026

      *  FECHAS CON ASIENTOS YA GENERADOS POR ASICON.  CTL-TIPO "C"
      *  ES LA DIFERENCIA DE CAMBIO DEL PERIODO (CTL-FECHA = ULTIMO
      *  DIA DEL MES).
       FD ARCH-CTL                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-CTL            PIC X(060).                              LG151026

       01 REG-CTL       REDEFINES LINEA-CTL.                            LG151026
           02  CTL-FECHA       PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTL-FECHA-PROC  PIC 9(008).                              LG151026
           02  FILLER          PIC X(022).                              LG151026
           02  CTL-TIPO        PIC X(001).                              LG151026
           02  FILLER          PIC X(020).                              LG151026

      *  SALDO DE CADA CUOTA EN MONEDA EXTRANJERA AL CIERRE.
       FD ARCH-WRK                                                      LG151026
           LABEL RECORDS ARE STANDARD.                                  LG151026
       01 REG-WRK.                                                      LG151026
           02  WRK-CLAVE.                                               LG151026
               03  WRK-RUC     PIC X(012).                              LG151026
               03  WRK-SERIE   PIC X(001).                              LG151026
               03  WRK-NUMFAC  PIC 9(008).                              LG151026
               03  WRK-CUOTA   PIC 9(002).                              LG151026
           02  WRK-CLIENTE     PIC X(006).                              LG151026
           02  WRK-MONEDA      PIC X(003).                              LG151026
           02  WRK-IMPORTE     PIC S9(009)V99     COMP-3.               LG151026
           02  WRK-APLICADO    PIC S9(009)V99     COMP-3.               LG151026

      *  ACUMULADO POR CLIENTE (RUC) Y MONEDA PARA EL INFORME.
       FD ARCH-RES                                                      LG151026
           LABEL RECORDS ARE STANDARD.                                  LG151026
       01 REG-RES.                                                      LG151026
           02  RES-CLAVE.                                               LG151026
               03  RES-RUC     PIC X(012).                              LG151026
               03  RES-MONEDA  PIC X(003).                              LG151026
           02  RES-CLIENTE     PIC X(006).                              LG151026
           02  RES-RSOC        PIC X(030).                              LG151026
           02  RES-APLICADO    PIC S9(011)V99     COMP-3.               LG151026
           02  RES-REAL        PIC S9(011)V99     COMP-3.               LG151026
           02  RES-SALDO       PIC S9(011)V99     COMP-3.               LG151026
           02  RES-NOREAL      PIC S9(011)V99     COMP-3.               LG151026

      *  TOTALES DEL PERIODO PARA ASICON: POR MONEDA, UNA LINEA DE
      *  DIFERENCIA REALIZADA (DCA-TIPO "R") Y UNA DE NO REALIZADA
      *  ("N").  DCA-IMPORTE EN UYU, POSITIVO GANANCIA.  DCA-FECHA ES
      *  LA FECHA DEL ASIENTO (ULTIMO DIA DEL MES); DCA-TC Y
      *  DCA-FECHA-TC LA COTIZACION DE CIERRE USADA.
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

       FD LISTADO                                                       LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-LIS            PIC X(136).                              LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG151026
       COPY "IMPRES.REG".                                               LG151026

       01  ST-CTL              PIC X(002)  VALUE "00".                  LG151026
       01  ST-WRK              PIC X(002)  VALUE "00".                  LG151026
       01  ST-RES              PIC X(002)  VALUE "00".                  LG151026
       01  ST-DCA              PIC X(002)  VALUE "00".                  LG151026
       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  NOMBRE-DCA-DC       PIC X(020)  VALUE SPACES.                LG151026
       01  PERIODO-ING-DC      PIC X(006)  VALUE SPACES.                LG151026
       01  PERIODO-9-DC  REDEFINES PERIODO-ING-DC  PIC 9(006).          LG151026
       01  PERIODO-DC          PIC 9(006)  VALUE 0.                     LG151026
       01  FECHA-HOY-DC        PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-DESDE-DC      PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-HASTA-DC      PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-CIERRE-DC     PIC 9(008)  VALUE 0.                     LG151026
       01  SEMANAS-DC          PIC S9(009) COMP VALUE 0.                LG151026
       01  DIA-SEM-DC          PIC S9(005) COMP VALUE 0.                LG151026
       01  FIN-CTA-DC          PIC 9       VALUE 0.                     LG151026
       01  FIN-PAG-DC          PIC 9       VALUE 0.                     LG151026
       01  FIN-WRK-DC          PIC 9       VALUE 0.                     LG151026
       01  FIN-RES-DC          PIC 9       VALUE 0.                     LG151026
       01  FIN-COT-DC          PIC 9       VALUE 0.                     LG151026
       01  FIN-CTL-DC          PIC 9       VALUE 0.                     LG151026
       01  ASENTADO-DC         PIC 9       VALUE 0.                     LG151026
       01  SIN-COT-DC          PIC 9       VALUE 0.                     LG151026
       01  HALLA-HIS-DC        PIC 9       VALUE 0.                     LG151026
       01  ULT-SERIE-DC        PIC X(001)  VALUE SPACES.                LG151026
       01  ULT-NUMFAC-DC       PIC 9(008)  VALUE 0.                     LG151026
       01  LINEA-PAG-DC        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-DC           PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-APL-DC         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-CUO-DC         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-SINHIS-DC      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-SINCOT-DC      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-HUERF-DC       PIC S9(005) COMP VALUE 0.                LG151026
       01  I-DC                PIC S9(005) COMP.                        LG151026
       01  J-DC                PIC S9(005) COMP.                        LG151026

      *  IMPORTES DE TRABAJO
       01  SALDO-DC            PIC S9(009)V99     COMP-3 VALUE 0.       LG151026
       01  DIF-DC              PIC S9(011)V99     COMP-3 VALUE 0.       LG151026
       01  TOT-REAL-DC         PIC S9(013)V99     COMP-3 VALUE 0.       LG151026
       01  TOT-NOREAL-DC       PIC S9(013)V99     COMP-3 VALUE 0.       LG151026
       01  TOTAL-WRK-DC        PIC S9(013)V99     COMP-3 VALUE 0.       LG151026

      *  IMPORTES A SUMAR AL ACUMULADO DEL CLIENTE Y MONEDA
       01  ACU-RUC-DC          PIC X(012)  VALUE SPACES.                LG151026
       01  ACU-MONEDA-DC       PIC X(003)  VALUE SPACES.                LG151026
       01  ACU-CLIENTE-DC      PIC X(006)  VALUE SPACES.                LG151026
       01  ACU-APLICADO-DC     PIC S9(011)V99     COMP-3 VALUE 0.       LG151026
       01  ACU-REAL-DC         PIC S9(011)V99     COMP-3 VALUE 0.       LG151026
       01  ACU-SALDO-DC        PIC S9(011)V99     COMP-3 VALUE 0.       LG151026
       01  ACU-NOREAL-DC       PIC S9(011)V99     COMP-3 VALUE 0.       LG151026

      *  MONEDAS DEL PERIODO CON SU COTIZACION DE CIERRE Y TOTALES
       01  BUS-MON-DC          PIC X(003)  VALUE SPACES.                LG151026
       01  CANT-MON-DC         PIC S9(005) COMP VALUE 0.                LG151026
       01  TABLA-MON-DC.                                                LG151026
           02  MON-DC  OCCURS 10 TIMES.                                 LG151026
               03  MON-COD-DC       PIC X(003).                         LG151026
               03  MON-BUSCO-DC     PIC 9.                              LG151026
               03  MON-HALLA-DC     PIC 9.                              LG151026
               03  MON-TC-DC        PIC S9(005)V9(004) COMP-3.          LG151026
               03  MON-FECTC-DC     PIC 9(008).                         LG151026
               03  MON-APLICADO-DC  PIC S9(013)V99     COMP-3.          LG151026
               03  MON-REAL-DC      PIC S9(013)V99     COMP-3.          LG151026
               03  MON-SALDO-DC     PIC S9(013)V99     COMP-3.          LG151026
               03  MON-NOREAL-DC    PIC S9(013)V99     COMP-3.          LG151026

      *  PARSE DE IMPORTES Y COTIZACIONES EDITADOS DE LOS ARCHIVOS
      *  DE LINEA
       01  CAMPO-IMP-DC        PIC X(012)  VALUE SPACES.                LG151026
       01  VALOR-IMP-DC        PIC S9(009)V99     COMP-3.               LG151026
       01  ENT-IMP-DC          PIC S9(011)        COMP-3.               LG151026
       01  NEG-IMP-DC          PIC 9       VALUE 0.                     LG151026
       01  CAMPO-TC-DC         PIC X(010)  VALUE SPACES.                LG151026
       01  VALOR-TC-DC         PIC S9(005)V9(004) COMP-3.               LG151026
       01  ENT-TC-DC           PIC S9(011)        COMP-3.               LG151026
       01  DIG-X-DC            PIC X(001).                              LG151026
       01  DIG-9-DC   REDEFINES DIG-X-DC  PIC 9(001).                   LG151026

      *  LINEAS DEL LISTADO
       01  LIN-TIT1-DC.                                                 LG151026
           02  FILLER          PIC X(035) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(030)                               LG151026
               VALUE "DIFERENCIA DE CAMBIO".                            LG151026
           02  FILLER          PIC X(008) VALUE "PERIODO ".             LG151026
           02  TIT-PER-MM-DC   PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-PER-AA-DC   PIC 9(004).                              LG151026
           02  FILLER          PIC X(008) VALUE " CIERRE ".             LG151026
           02  TIT-DD-DC       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-DC       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-DC     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-DC      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-DC.                                                 LG151026
           02  FILLER          PIC X(050) VALUE                         LG151026
               "RUC          CODIGO RAZON SOCIAL              MON ".    LG151026
           02  FILLER          PIC X(015) VALUE " APLICADO (ME) ".      LG151026
           02  FILLER          PIC X(018) VALUE "DIF.REALIZADA UYU ".   LG151026
           02  FILLER          PIC X(015) VALUE " SALDO ABIERTO ".      LG151026
           02  FILLER          PIC X(018) VALUE "DIF.NO REALIZ.UYU ".   LG151026
           02  FILLER          PIC X(017) VALUE "        TOTAL UYU".    LG151026

       01  LIN-DET-DC.                                                  LG151026
           02  DET-RUC-DC      PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CLI-DC      PIC X(006).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-RSOC-DC     PIC X(025).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-MON-DC      PIC X(003).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-APLIC-DC    PIC ---.---.--9,99.                      LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-REAL-DC     PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-SALDO-DC    PIC ---.---.--9,99.                      LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-NOREAL-DC   PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-TOTAL-DC    PIC --.---.---.--9,99.                   LG151026

       01  LIN-MON-DC.                                                  LG151026
           02  FILLER          PIC X(006) VALUE "TOTAL ".               LG151026
           02  TOTM-MON-DC     PIC X(003).                              LG151026
           02  FILLER          PIC X(012) VALUE "  TC CIERRE ".         LG151026
           02  TOTM-TC-DC      PIC ZZZZ9,9999.                          LG151026
           02  FILLER          PIC X(005) VALUE " DEL ".                LG151026
           02  TOTM-FEC-DC     PIC X(010).                              LG151026
           02  FILLER          PIC X(004) VALUE SPACES.                 LG151026
           02  TOTM-APLIC-DC   PIC ---.---.--9,99.                      LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  TOTM-REAL-DC    PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  TOTM-SALDO-DC   PIC ---.---.--9,99.                      LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  TOTM-NOREAL-DC  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  TOTM-TOTAL-DC   PIC --.---.---.--9,99.                   LG151026

       01  LIN-TOT1-DC.                                                 LG151026
           02  FILLER          PIC X(050) VALUE                         LG151026
               "TOTAL GENERAL EN MONEDA NACIONAL".                      LG151026
           02  FILLER          PIC X(015) VALUE SPACES.                 LG151026
           02  TOT-REAL-ED-DC  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(015) VALUE SPACES.                 LG151026
           02  TOT-NOREAL-ED-DC PIC --.---.---.--9,99.                  LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  TOT-TOTAL-ED-DC PIC --.---.---.--9,99.                   LG151026

       01  LIN-TOT2-DC.                                                 LG151026
           02  FILLER          PIC X(025) VALUE                         LG151026
               "APLICACIONES DEL PERIODO ".                             LG151026
           02  TOT-APL-DC      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(019) VALUE "  CUOTAS ABIERTAS  ".  LG151026
           02  TOT-CUO-DC      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(017) VALUE "  SIN HISTORICO  ".    LG151026
           02  TOT-SINHIS-DC   PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(018) VALUE "  SIN COTIZACION  ".   LG151026
           02  TOT-SINCOT-DC   PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(018) VALUE "  PAGOS SIN CUOTA ".   LG151026
           02  TOT-HUERF-DC    PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "DIFCAM - DIFERENCIA DE CAMBIO DE CIERRE DE MES"     LG151026
                   UPON CONSOLE                                         LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "DIFCAM"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-DC FROM DATE YYYYMMDD                       LG151026
           DISPLAY "PERIODO (AAAAMM), VACIO=MES ANTERIOR:"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT PERIODO-ING-DC FROM CONSOLE                           LG151026
           IF PERIODO-ING-DC = SPACES                                   LG151026
               MOVE FECHA-HOY-DC (1:6) TO PERIODO-DC                    LG151026
               IF FECHA-HOY-DC (5:2) = "01"                             LG151026
                   SUBTRACT 89 FROM PERIODO-DC                          LG151026
               ELSE                                                     LG151026
                   SUBTRACT 1 FROM PERIODO-DC                           LG151026
               END-IF                                                   LG151026
           ELSE                                                         LG151026
               IF PERIODO-ING-DC NOT NUMERIC OR                         LG151026
                  PERIODO-ING-DC (5:2) < "01" OR                        LG151026
                  PERIODO-ING-DC (5:2) > "12"                           LG151026
                   DISPLAY "DIFCAM - PERIODO INVALIDO" UPON CONSOLE     LG151026
                   GO TO FIN-PROCESO                                    LG151026
               END-IF                                                   LG151026
               MOVE PERIODO-9-DC TO PERIODO-DC                          LG151026
           END-IF                                                       LG151026
           IF PERIODO-DC > FECHA-HOY-DC (1:6)                           LG151026
               DISPLAY "DIFCAM - EL PERIODO " PERIODO-DC                LG151026
                       " TODAVIA NO EMPEZO" UPON CONSOLE                LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           PERFORM FECHAS-DC THRU EXIT-FECHAS-DC                        LG151026
           PERFORM VERIFICA-CTL-DC THRU EXIT-VERCTL-DC                  LG151026

           OPEN INPUT ARCH-HIS                                          LG151026
           IF ST-HIS NOT = "00"                                         LG151026
               DISPLAY "DIFCAM - NO SE PUDO ABRIR FACTURAS.HIS ST "     LG151026
                       ST-HIS UPON CONSOLE                              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN INPUT ARCH-COT                                          LG151026
           IF ST-COT NOT = "00"                                         LG151026
               MOVE 1 TO SIN-COT-DC                                     LG151026
               IF ST-COT = "05"                                         LG151026
                   CLOSE ARCH-COT                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "DIFCAM - NO SE PUDO ABRIR DIFCAM.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-HIS                                           LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT ARCH-RES                                         LG151026
           IF ST-RES NOT = "00"                                         LG151026
               DISPLAY "DIFCAM - NO SE PUDO CREAR DIFCAM.RES ST "       LG151026
                       ST-RES UPON CONSOLE                              LG151026
               CLOSE ARCH-HIS                                           LG151026
               CLOSE LISTADO                                            LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-RES                                               LG151026
           OPEN I-O ARCH-RES                                            LG151026

           PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC                       LG151026
           PERFORM ARMA-CUOTAS-DC THRU EXIT-ARMCUO-DC                   LG151026
           PERFORM PAGOS-DC THRU EXIT-PAGOS-DC                          LG151026
           PERFORM NO-REALIZADA-DC THRU EXIT-NOREAL-DC                  LG151026
           PERFORM INFORME-DC THRU EXIT-INF-DC                          LG151026

           CLOSE ARCH-RES                                               LG151026
           CLOSE LISTADO                                                LG151026
           CLOSE ARCH-HIS                                               LG151026
           IF SIN-COT-DC = 0                                            LG151026
               CLOSE ARCH-COT                                           LG151026
           END-IF                                                       LG151026
           DISPLAY "DIFCAM - INFORME EN DIFCAM.LIS" UPON CONSOLE        LG151026

           IF CANT-SINHIS-DC NOT = 0 OR CANT-SINCOT-DC NOT = 0          LG151026
               DISPLAY "DIFCAM - HAY DOCUMENTOS SIN HISTORICO O "       LG151026
                       "MONEDAS SIN COTIZACION (VER DIFCAM.LIS)"        LG151026
                       UPON CONSOLE                                     LG151026
               DISPLAY "DIFCAM - NO SE GENERA EL ARCHIVO PARA LOS "     LG151026
                       "ASIENTOS" UPON CONSOLE                          LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           IF ASENTADO-DC = 1                                           LG151026
               DISPLAY "DIFCAM - EL PERIODO YA SE ASENTO EL "           LG151026
                       CTL-FECHA-PROC " - " NOMBRE-DCA-DC               LG151026
                       " NO SE REEMPLAZA" UPON CONSOLE                  LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           PERFORM GENERA-DCA-DC THRU EXIT-GENDCA-DC.                   LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   FECHAS-DC - PRIMER Y ULTIMO DIA DEL PERIODO Y ULTIMO DIA    *
      *   HABIL (FECHA DE LA COTIZACION DE CIERRE).  LOS DIAS         *
      *   CORRIDOS DE AMD-A-DIAS DIVIDIDOS POR 7 DAN RESTO 0 LOS      *
      *   SABADOS Y 1 LOS DOMINGOS.  LOS FERIADOS NO SE CONTEMPLAN:   *
      *   SI ESE DIA NO HAY COTIZACION SE TOMA LA ULTIMA ANTERIOR.    *
      ******************************************************************
       FECHAS-DC.                                                       LG151026
           COMPUTE FECHA-DESDE-DC = PERIODO-DC * 100 + 1                LG151026
           MOVE PERIODO-DC (1:4) TO AAA                                 LG151026
           MOVE PERIODO-DC (5:2) TO MMM                                 LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           COMPUTE FECHA-HASTA-DC = PERIODO-DC * 100 + DIM-AUX          LG151026
           MOVE FECHA-HASTA-DC TO FECHA-CIERRE-DC                       LG151026
           MOVE FECHA-CIERRE-DC TO FECHA-AMD                            LG151026
           PERFORM AMD-A-DIAS                                           LG151026
           DIVIDE DIAS-CORR BY 7 GIVING SEMANAS-DC                      LG151026
                  REMAINDER DIA-SEM-DC                                  LG151026
           IF DIA-SEM-DC = 0                                            LG151026
               SUBTRACT 1 FROM FECHA-CIERRE-DC                          LG151026
           END-IF                                                       LG151026
           IF DIA-SEM-DC = 1                                            LG151026
               SUBTRACT 2 FROM FECHA-CIERRE-DC                          LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO NOMBRE-DCA-DC                                 LG151026
           STRING "DC" PERIODO-DC ".DAT"                                LG151026
                  DELIMITED BY SIZE INTO NOMBRE-DCA-DC                  LG151026
           END-STRING.                                                  LG151026
       EXIT-FECHAS-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-DC - TITULOS DE CADA PAGINA DEL INFORME.         *
      ******************************************************************
       ENCABEZADO-DC.                                                   LG151026
           ADD 1 TO PAGINA-DC                                           LG151026
           MOVE PERIODO-DC (5:2) TO TIT-PER-MM-DC                       LG151026
           MOVE PERIODO-DC (1:4) TO TIT-PER-AA-DC                       LG151026
           MOVE FECHA-HASTA-DC TO FECHA-AMD                             LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-DC                                  LG151026
           MOVE MMM       TO TIT-MM-DC                                  LG151026
           MOVE AAA       TO TIT-AAAA-DC                                LG151026
           MOVE PAGINA-DC TO TIT-PAG-DC                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-DC AFTER ADVANCING PAGE        LG151026
           WRITE LINEA-LIS FROM LIN-TIT2-DC AFTER ADVANCING 2 LINES     LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE 4 TO LINEA-PAG-DC.                                      LG151026
       EXIT-ENC-DC.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ARMA-CUOTAS-DC - CARGA EL ARCHIVO DE TRABAJO CON CADA       *
      *   CUOTA EN MONEDA EXTRANJERA DE CTACTE.DAT (LAS ANULADAS NO   *
      *   CUENTAN).  LO APLICADO SE SUMA AL LEER CTAPAGOS.DAT.        *
      ******************************************************************
       ARMA-CUOTAS-DC.                                                  LG151026
           OPEN OUTPUT ARCH-WRK                                         LG151026
           IF ST-WRK NOT = "00"                                         LG151026
               DISPLAY "DIFCAM - NO SE PUDO CREAR DIFCAM.WRK ST "       LG151026
                       ST-WRK UPON CONSOLE                              LG151026
               GO TO EXIT-ARMCUO-DC                                     LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-WRK                                               LG151026
           OPEN I-O ARCH-WRK                                            LG151026

           OPEN INPUT ARCH-CTA                                          LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               IF ST-CTA = "05"                                         LG151026
                   CLOSE ARCH-CTA                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-ARMCUO-DC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CTA-DC                                         LG151026
           PERFORM LEE-CTA-DC THRU EXIT-LEECTA-DC                       LG151026
           PERFORM SUMA-CTA-DC THRU EXIT-SUMCTA-DC                      LG151026
                   UNTIL FIN-CTA-DC = 1                                 LG151026
           CLOSE ARCH-CTA.                                              LG151026
       EXIT-ARMCUO-DC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTA-DC.                                                      LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTA-DC                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEECTA-DC.                                                  LG151026
           EXIT.                                                        LG151026

       SUMA-CTA-DC.                                                     LG151026
           IF CTA-MONEDA = "UYU" OR CTA-MONEDA = SPACES                 LG151026
              OR CTA-ANULADA                                            LG151026
               GO TO SIGUE-SUMCTA-DC                                    LG151026
           END-IF                                                       LG151026
           MOVE CTA-IMPORTE TO CAMPO-IMP-DC                             LG151026
           PERFORM PARSE-IMP-DC THRU EXIT-PARSE-DC                      LG151026
           MOVE CTA-RUC    TO WRK-RUC                                   LG151026
           MOVE CTA-SERIE  TO WRK-SERIE                                 LG151026
           MOVE CTA-NUMFAC TO WRK-NUMFAC                                LG151026
           MOVE CTA-CUOTA  TO WRK-CUOTA                                 LG151026
           READ ARCH-WRK                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE CTA-RUC      TO WRK-RUC                         LG151026
                   MOVE CTA-SERIE    TO WRK-SERIE                       LG151026
                   MOVE CTA-NUMFAC   TO WRK-NUMFAC                      LG151026
                   MOVE CTA-CUOTA    TO WRK-CUOTA                       LG151026
                   MOVE CTA-CLIENTE  TO WRK-CLIENTE                     LG151026
                   MOVE CTA-MONEDA   TO WRK-MONEDA                      LG151026
                   MOVE VALOR-IMP-DC TO WRK-IMPORTE                     LG151026
                   MOVE 0            TO WRK-APLICADO                    LG151026
                   WRITE REG-WRK                                        LG151026
                   GO TO SIGUE-SUMCTA-DC                                LG151026
           END-READ                                                     LG151026
           ADD VALOR-IMP-DC TO WRK-IMPORTE                              LG151026
           REWRITE REG-WRK.                                             LG151026
       SIGUE-SUMCTA-DC.                                                 LG151026
           PERFORM LEE-CTA-DC THRU EXIT-LEECTA-DC.                      LG151026
       EXIT-SUMCTA-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PAGOS-DC - RECORRE CTAPAGOS.DAT: LO APLICADO HASTA EL       *
      *   ULTIMO DIA DEL PERIODO BAJA EL SALDO DE LA CUOTA Y CADA     *
      *   APLICACION DEL PERIODO GENERA SU DIFERENCIA REALIZADA.      *
      ******************************************************************
       PAGOS-DC.                                                        LG151026
           OPEN INPUT ARCH-PAG                                          LG151026
           IF ST-PAG NOT = "00"                                         LG151026
               IF ST-PAG = "05"                                         LG151026
                   CLOSE ARCH-PAG                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-PAGOS-DC                                      LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-PAG-DC                                         LG151026
           PERFORM LEE-PAG-DC THRU EXIT-LEEPAG-DC                       LG151026
           PERFORM PROCESA-PAG-DC THRU EXIT-PROPAG-DC                   LG151026
                   UNTIL FIN-PAG-DC = 1                                 LG151026
           CLOSE ARCH-PAG.                                              LG151026
       EXIT-PAGOS-DC.                                                   LG151026
           EXIT.                                                        LG151026

       LEE-PAG-DC.                                                      LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-DC                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEPAG-DC.                                                  LG151026
           EXIT.                                                        LG151026

       PROCESA-PAG-DC.                                                  LG151026
           IF PAG-MONEDA = "UYU" OR PAG-MONEDA = SPACES                 LG151026
              OR PAG-FECHA > FECHA-HASTA-DC                             LG151026
               GO TO SIGUE-PROPAG-DC                                    LG151026
           END-IF                                                       LG151026
           MOVE PAG-IMPORTE TO CAMPO-IMP-DC                             LG151026
           PERFORM PARSE-IMP-DC THRU EXIT-PARSE-DC                      LG151026
           MOVE PAG-RUC    TO WRK-RUC                                   LG151026
           MOVE PAG-SERIE  TO WRK-SERIE                                 LG151026
           MOVE PAG-NUMFAC TO WRK-NUMFAC                                LG151026
           MOVE PAG-CUOTA  TO WRK-CUOTA                                 LG151026
           READ ARCH-WRK                                                LG151026
               INVALID KEY                                              LG151026
                   ADD 1 TO CANT-HUERF-DC                               LG151026
               NOT INVALID KEY                                          LG151026
                   ADD VALOR-IMP-DC TO WRK-APLICADO                     LG151026
                   REWRITE REG-WRK                                      LG151026
           END-READ                                                     LG151026
           IF PAG-FECHA < FECHA-DESDE-DC                                LG151026
               GO TO SIGUE-PROPAG-DC                                    LG151026
           END-IF                                                       LG151026

           ADD 1 TO CANT-APL-DC                                         LG151026
           MOVE PAG-SERIE  TO HIS-SERIE                                 LG151026
           MOVE PAG-NUMFAC TO HIS-NUMFAC                                LG151026
           PERFORM LEE-HIS-DC THRU EXIT-LEEHIS-DC                       LG151026
           IF HALLA-HIS-DC = 0 OR HIS-TC NOT > 0                        LG151026
               ADD 1 TO CANT-SINHIS-DC                                  LG151026
               IF LINEA-PAG-DC > 56                                     LG151026
                   PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC               LG151026
               END-IF                                                   LG151026
               MOVE SPACES TO LINEA-LIS                                 LG151026
               STRING "RECIBO " PAG-RECIBO " APLICADO A SERIE "         LG151026
                      PAG-SERIE " NRO " PAG-NUMFAC " CUOTA "            LG151026
                      PAG-CUOTA " (RUC " PAG-RUC ")"                    LG151026
                      ": DOCUMENTO SIN HISTORICO O SIN COTIZACION "     LG151026
                      "DE EMISION - SIN DIFERENCIA"                     LG151026
                      DELIMITED BY SIZE INTO LINEA-LIS                  LG151026
               END-STRING                                               LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
               ADD 1 TO LINEA-PAG-DC                                    LG151026
               GO TO SIGUE-PROPAG-DC                                    LG151026
           END-IF                                                       LG151026
           MOVE PAG-TC TO CAMPO-TC-DC                                   LG151026
           PERFORM PARSE-TC-DC THRU EXIT-PARTC-DC                       LG151026
           COMPUTE DIF-DC ROUNDED =                                     LG151026
                   VALOR-IMP-DC * (VALOR-TC-DC - HIS-TC)                LG151026

           MOVE PAG-RUC      TO ACU-RUC-DC                              LG151026
           MOVE PAG-MONEDA   TO ACU-MONEDA-DC                           LG151026
           MOVE PAG-CLIENTE  TO ACU-CLIENTE-DC                          LG151026
           MOVE VALOR-IMP-DC TO ACU-APLICADO-DC                         LG151026
           MOVE DIF-DC       TO ACU-REAL-DC                             LG151026
           MOVE 0            TO ACU-SALDO-DC                            LG151026
           MOVE 0            TO ACU-NOREAL-DC                           LG151026
           PERFORM ACUMULA-DC THRU EXIT-ACUM-DC.                        LG151026
       SIGUE-PROPAG-DC.                                                 LG151026
           PERFORM LEE-PAG-DC THRU EXIT-LEEPAG-DC.                      LG151026
       EXIT-PROPAG-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   NO-REALIZADA-DC - REVALUA CADA CUOTA CON SALDO AL ULTIMO    *
      *   DIA DEL PERIODO A LA COTIZACION DE CIERRE DE SU MONEDA.     *
      *   LAS CUOTAS DE DOCUMENTOS EMITIDOS DESPUES DEL PERIODO NO    *
      *   CUENTAN.                                                    *
      ******************************************************************
       NO-REALIZADA-DC.                                                 LG151026
           CLOSE ARCH-WRK                                               LG151026
           OPEN INPUT ARCH-WRK                                          LG151026
           IF ST-WRK NOT = "00"                                         LG151026
               GO TO EXIT-NOREAL-DC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-WRK-DC                                         LG151026
           PERFORM LEE-WRK-DC THRU EXIT-LEEWRK-DC                       LG151026
           PERFORM PROCESA-WRK-DC THRU EXIT-PROWRK-DC                   LG151026
                   UNTIL FIN-WRK-DC = 1                                 LG151026
           CLOSE ARCH-WRK.                                              LG151026
       EXIT-NOREAL-DC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-WRK-DC.                                                      LG151026
           READ ARCH-WRK NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-WRK-DC                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEWRK-DC.                                                  LG151026
           EXIT.                                                        LG151026

       PROCESA-WRK-DC.                                                  LG151026
           COMPUTE SALDO-DC = WRK-IMPORTE - WRK-APLICADO                LG151026
           IF SALDO-DC = 0                                              LG151026
               GO TO SIGUE-PROWRK-DC                                    LG151026
           END-IF                                                       LG151026
           MOVE WRK-SERIE  TO HIS-SERIE                                 LG151026
           MOVE WRK-NUMFAC TO HIS-NUMFAC                                LG151026
           PERFORM LEE-HIS-DC THRU EXIT-LEEHIS-DC                       LG151026
           IF HALLA-HIS-DC = 1                                          LG151026
               IF FECHA-FA > FECHA-HASTA-DC OR DOC-ANULADO              LG151026
                   GO TO SIGUE-PROWRK-DC                                LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           IF HALLA-HIS-DC = 0 OR HIS-TC NOT > 0                        LG151026
               ADD 1 TO CANT-SINHIS-DC                                  LG151026
               IF LINEA-PAG-DC > 56                                     LG151026
                   PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC               LG151026
               END-IF                                                   LG151026
               MOVE SPACES TO LINEA-LIS                                 LG151026
               STRING "CUOTA " WRK-CUOTA " DE SERIE " WRK-SERIE         LG151026
                      " NRO " WRK-NUMFAC " (RUC " WRK-RUC ")"           LG151026
                      ": DOCUMENTO SIN HISTORICO O SIN COTIZACION "     LG151026
                      "DE EMISION - NO SE REVALUA"                      LG151026
                      DELIMITED BY SIZE INTO LINEA-LIS                  LG151026
               END-STRING                                               LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
               ADD 1 TO LINEA-PAG-DC                                    LG151026
               GO TO SIGUE-PROWRK-DC                                    LG151026
           END-IF                                                       LG151026

           ADD 1 TO CANT-CUO-DC                                         LG151026
           MOVE WRK-MONEDA TO BUS-MON-DC                                LG151026
           PERFORM BUSCA-MON-DC THRU EXIT-BUSMON-DC                     LG151026
           MOVE 0 TO DIF-DC                                             LG151026
           IF I-DC = 0                                                  LG151026
               ADD 1 TO CANT-SINCOT-DC                                  LG151026
           ELSE                                                         LG151026
               IF MON-BUSCO-DC (I-DC) = 0                               LG151026
                   PERFORM BUSCA-TC-DC THRU EXIT-TC-DC                  LG151026
               END-IF                                                   LG151026
               IF MON-HALLA-DC (I-DC) = 0                               LG151026
                   ADD 1 TO CANT-SINCOT-DC                              LG151026
               ELSE                                                     LG151026
                   COMPUTE DIF-DC ROUNDED =                             LG151026
                           SALDO-DC * (MON-TC-DC (I-DC) - HIS-TC)       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           MOVE WRK-RUC      TO ACU-RUC-DC                              LG151026
           MOVE WRK-MONEDA   TO ACU-MONEDA-DC                           LG151026
           MOVE WRK-CLIENTE  TO ACU-CLIENTE-DC                          LG151026
           MOVE 0            TO ACU-APLICADO-DC                         LG151026
           MOVE 0            TO ACU-REAL-DC                             LG151026
           MOVE SALDO-DC     TO ACU-SALDO-DC                            LG151026
           MOVE DIF-DC       TO ACU-NOREAL-DC                           LG151026
           PERFORM ACUMULA-DC THRU EXIT-ACUM-DC.                        LG151026
       SIGUE-PROWRK-DC.                                                 LG151026
           PERFORM LEE-WRK-DC THRU EXIT-LEEWRK-DC.                      LG151026
       EXIT-PROWRK-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LEE-HIS-DC - LEE EL DOCUMENTO HIS-SERIE / HIS-NUMFAC DEL    *
      *   HISTORICO (SI NO ES EL MISMO DE LA LECTURA ANTERIOR) Y      *
      *   DEJA SUS DATOS EN REG-FACTURAS.                             *
      ******************************************************************
       LEE-HIS-DC.                                                      LG151026
           IF HIS-SERIE = ULT-SERIE-DC AND HIS-NUMFAC = ULT-NUMFAC-DC   LG151026
               GO TO EXIT-LEEHIS-DC                                     LG151026
           END-IF                                                       LG151026
           MOVE HIS-SERIE  TO ULT-SERIE-DC                              LG151026
           MOVE HIS-NUMFAC TO ULT-NUMFAC-DC                             LG151026
           MOVE 1 TO HALLA-HIS-DC                                       LG151026
           READ ARCH-HIS                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE 0 TO HALLA-HIS-DC                               LG151026
                   GO TO EXIT-LEEHIS-DC                                 LG151026
           END-READ                                                     LG151026
           MOVE HIS-DATOS TO REG-FACTURAS.                              LG151026
       EXIT-LEEHIS-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ACUMULA-DC - SUMA LOS IMPORTES ACU-xxx AL ACUMULADO DEL     *
      *   CLIENTE Y MONEDA.  LA RAZON SOCIAL SALE DEL DOCUMENTO.      *
      ******************************************************************
       ACUMULA-DC.                                                      LG151026
           MOVE ACU-RUC-DC    TO RES-RUC                                LG151026
           MOVE ACU-MONEDA-DC TO RES-MONEDA                             LG151026
           READ ARCH-RES                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE ACU-RUC-DC      TO RES-RUC                      LG151026
                   MOVE ACU-MONEDA-DC   TO RES-MONEDA                   LG151026
                   MOVE ACU-CLIENTE-DC  TO RES-CLIENTE                  LG151026
                   MOVE RSOC-FA         TO RES-RSOC                     LG151026
                   MOVE ACU-APLICADO-DC TO RES-APLICADO                 LG151026
                   MOVE ACU-REAL-DC     TO RES-REAL                     LG151026
                   MOVE ACU-SALDO-DC    TO RES-SALDO                    LG151026
                   MOVE ACU-NOREAL-DC   TO RES-NOREAL                   LG151026
                   WRITE REG-RES                                        LG151026
                   GO TO EXIT-ACUM-DC                                   LG151026
           END-READ                                                     LG151026
           ADD ACU-APLICADO-DC TO RES-APLICADO                          LG151026
           ADD ACU-REAL-DC     TO RES-REAL                              LG151026
           ADD ACU-SALDO-DC    TO RES-SALDO                             LG151026
           ADD ACU-NOREAL-DC   TO RES-NOREAL                            LG151026
           REWRITE REG-RES.                                             LG151026
       EXIT-ACUM-DC.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-MON-DC - UBICA LA MONEDA BUS-MON-DC EN LA TABLA DE    *
      *   MONEDAS (LA AGREGA SI NO ESTA).  DEJA SU POSICION EN I-DC;  *
      *   I-DC = 0 SI LA TABLA ESTA LLENA.                            *
      ******************************************************************
       BUSCA-MON-DC.                                                    LG151026
           PERFORM VARYING I-DC FROM 1 BY 1                             LG151026
                   UNTIL I-DC > CANT-MON-DC                             LG151026
                      OR MON-COD-DC (I-DC) = BUS-MON-DC                 LG151026
               CONTINUE                                                 LG151026
           END-PERFORM                                                  LG151026
           IF I-DC NOT > CANT-MON-DC                                    LG151026
               GO TO EXIT-BUSMON-DC                                     LG151026
           END-IF                                                       LG151026
           IF CANT-MON-DC >= 10                                         LG151026
               DISPLAY "DIFCAM - MAS DE 10 MONEDAS - SE IGNORA "        LG151026
                       BUS-MON-DC UPON CONSOLE                          LG151026
               MOVE 0 TO I-DC                                           LG151026
               GO TO EXIT-BUSMON-DC                                     LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-MON-DC                                         LG151026
           MOVE CANT-MON-DC TO I-DC                                     LG151026
           MOVE BUS-MON-DC TO MON-COD-DC      (I-DC)                    LG151026
           MOVE 0          TO MON-BUSCO-DC    (I-DC)                    LG151026
           MOVE 0          TO MON-HALLA-DC    (I-DC)                    LG151026
           MOVE 0          TO MON-TC-DC       (I-DC)                    LG151026
           MOVE 0          TO MON-FECTC-DC    (I-DC)                    LG151026
           MOVE 0          TO MON-APLICADO-DC (I-DC)                    LG151026
           MOVE 0          TO MON-REAL-DC     (I-DC)                    LG151026
           MOVE 0          TO MON-SALDO-DC    (I-DC)                    LG151026
           MOVE 0          TO MON-NOREAL-DC   (I-DC).                   LG151026
       EXIT-BUSMON-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-TC-DC - COTIZACION DE CIERRE DE LA MONEDA I-DC: LA    *
      *   DEL ULTIMO DIA HABIL DEL PERIODO O LA ULTIMA ANTERIOR EN    *
      *   COTIZA.DAT.  SIN COTIZACION SE AVISA EN EL INFORME.         *
      ******************************************************************
       BUSCA-TC-DC.                                                     LG151026
           MOVE 1 TO MON-BUSCO-DC (I-DC)                                LG151026
           IF SIN-COT-DC = 0                                            LG151026
               MOVE 0 TO FIN-COT-DC                                     LG151026
               MOVE MON-COD-DC (I-DC) TO COT-MONEDA                     LG151026
               MOVE 0                 TO COT-FECHA                      LG151026
               START ARCH-COT KEY NOT < COT-CLAVE                       LG151026
                   INVALID KEY                                          LG151026
                       MOVE 1 TO FIN-COT-DC                             LG151026
               END-START                                                LG151026
               PERFORM LEE-COT-DC THRU EXIT-LEECOT-DC                   LG151026
                       UNTIL FIN-COT-DC = 1                             LG151026
           END-IF                                                       LG151026
           IF MON-HALLA-DC (I-DC) = 1                                   LG151026
               GO TO EXIT-TC-DC                                         LG151026
           END-IF                                                       LG151026
           IF LINEA-PAG-DC > 56                                         LG151026
               PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC                   LG151026
           END-IF                                                       LG151026
           MOVE FECHA-CIERRE-DC TO FECHA-AMD                            LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           STRING "MONEDA " MON-COD-DC (I-DC)                           LG151026
                  ": SIN COTIZACION EN COTIZA.DAT AL " DDD "/" MMM      LG151026
                  "/" AAA " - SUS CUOTAS NO SE REVALUAN"                LG151026
                  DELIMITED BY SIZE INTO LINEA-LIS                      LG151026
           END-STRING                                                   LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           ADD 1 TO LINEA-PAG-DC.                                       LG151026
       EXIT-TC-DC.                                                      LG151026
           EXIT.                                                        LG151026

       LEE-COT-DC.                                                      LG151026
           READ ARCH-COT NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-COT-DC                                 LG151026
                   GO TO EXIT-LEECOT-DC                                 LG151026
           END-READ                                                     LG151026
           IF COT-MONEDA NOT = MON-COD-DC (I-DC)                        LG151026
              OR COT-FECHA > FECHA-CIERRE-DC                            LG151026
               MOVE 1 TO FIN-COT-DC                                     LG151026
               GO TO EXIT-LEECOT-DC                                     LG151026
           END-IF                                                       LG151026
           MOVE 1         TO MON-HALLA-DC (I-DC)                        LG151026
           MOVE COT-TC    TO MON-TC-DC    (I-DC)                        LG151026
           MOVE COT-FECHA TO MON-FECTC-DC (I-DC).                       LG151026
       EXIT-LEECOT-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   INFORME-DC - UNA LINEA POR CLIENTE Y MONEDA, TOTALES POR    *
      *   MONEDA Y TOTAL GENERAL EN MONEDA NACIONAL.                  *
      ******************************************************************
       INFORME-DC.                                                      LG151026
           CLOSE ARCH-RES                                               LG151026
           OPEN INPUT ARCH-RES                                          LG151026
           IF ST-RES NOT = "00"                                         LG151026
               DISPLAY "DIFCAM - NO SE PUDO LEER DIFCAM.RES ST "        LG151026
                       ST-RES UPON CONSOLE                              LG151026
               GO TO EXIT-INF-DC                                        LG151026
           END-IF                                                       LG151026
           IF LINEA-PAG-DC > 4                                          LG151026
               MOVE SPACES TO LINEA-LIS                                 LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
               ADD 1 TO LINEA-PAG-DC                                    LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-RES-DC                                         LG151026
           PERFORM LEE-RES-DC THRU EXIT-LEERES-DC                       LG151026
           PERFORM IMPRIME-RES-DC THRU EXIT-IMPRES-DC                   LG151026
                   UNTIL FIN-RES-DC = 1                                 LG151026

           IF LINEA-PAG-DC > 52                                         LG151026
               PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC                   LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           ADD 1 TO LINEA-PAG-DC                                        LG151026
           PERFORM IMPRIME-MON-DC THRU EXIT-IMPMON-DC                   LG151026
                   VARYING J-DC FROM 1 BY 1 UNTIL J-DC > CANT-MON-DC    LG151026

           IF LINEA-PAG-DC > 54                                         LG151026
               PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC                   LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE TOT-REAL-DC   TO TOT-REAL-ED-DC                         LG151026
           MOVE TOT-NOREAL-DC TO TOT-NOREAL-ED-DC                       LG151026
           COMPUTE TOTAL-WRK-DC = TOT-REAL-DC + TOT-NOREAL-DC           LG151026
           MOVE TOTAL-WRK-DC  TO TOT-TOTAL-ED-DC                        LG151026
           WRITE LINEA-LIS FROM LIN-TOT1-DC AFTER ADVANCING 1 LINE      LG151026
           MOVE CANT-APL-DC    TO TOT-APL-DC                            LG151026
           MOVE CANT-CUO-DC    TO TOT-CUO-DC                            LG151026
           MOVE CANT-SINHIS-DC TO TOT-SINHIS-DC                         LG151026
           MOVE CANT-SINCOT-DC TO TOT-SINCOT-DC                         LG151026
           MOVE CANT-HUERF-DC  TO TOT-HUERF-DC                          LG151026
           WRITE LINEA-LIS FROM LIN-TOT2-DC AFTER ADVANCING 1 LINE.     LG151026
       EXIT-INF-DC.                                                     LG151026
           EXIT.                                                        LG151026

       LEE-RES-DC.                                                      LG151026
           READ ARCH-RES NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-RES-DC                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEERES-DC.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-RES-DC.                                                  LG151026
           IF LINEA-PAG-DC > 56                                         LG151026
               PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC                   LG151026
           END-IF                                                       LG151026
           MOVE RES-RUC      TO DET-RUC-DC                              LG151026
           MOVE RES-CLIENTE  TO DET-CLI-DC                              LG151026
           MOVE RES-RSOC     TO DET-RSOC-DC                             LG151026
           MOVE RES-MONEDA   TO DET-MON-DC                              LG151026
           MOVE RES-APLICADO TO DET-APLIC-DC                            LG151026
           MOVE RES-REAL     TO DET-REAL-DC                             LG151026
           MOVE RES-SALDO    TO DET-SALDO-DC                            LG151026
           MOVE RES-NOREAL   TO DET-NOREAL-DC                           LG151026
           COMPUTE TOTAL-WRK-DC = RES-REAL + RES-NOREAL                 LG151026
           MOVE TOTAL-WRK-DC TO DET-TOTAL-DC                            LG151026
           WRITE LINEA-LIS FROM LIN-DET-DC AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-DC                                        LG151026

           ADD RES-REAL   TO TOT-REAL-DC                                LG151026
           ADD RES-NOREAL TO TOT-NOREAL-DC                              LG151026
           MOVE RES-MONEDA TO BUS-MON-DC                                LG151026
           PERFORM BUSCA-MON-DC THRU EXIT-BUSMON-DC                     LG151026
           IF I-DC NOT = 0                                              LG151026
               ADD RES-APLICADO TO MON-APLICADO-DC (I-DC)               LG151026
               ADD RES-REAL     TO MON-REAL-DC     (I-DC)               LG151026
               ADD RES-SALDO    TO MON-SALDO-DC    (I-DC)               LG151026
               ADD RES-NOREAL   TO MON-NOREAL-DC   (I-DC)               LG151026
           END-IF                                                       LG151026
           PERFORM LEE-RES-DC THRU EXIT-LEERES-DC.                      LG151026
       EXIT-IMPRES-DC.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-MON-DC.                                                  LG151026
           IF LINEA-PAG-DC > 56                                         LG151026
               PERFORM ENCABEZADO-DC THRU EXIT-ENC-DC                   LG151026
           END-IF                                                       LG151026
           MOVE MON-COD-DC (J-DC) TO TOTM-MON-DC                        LG151026
           MOVE MON-TC-DC  (J-DC) TO TOTM-TC-DC                         LG151026
           MOVE SPACES TO TOTM-FEC-DC                                   LG151026
           IF MON-HALLA-DC (J-DC) = 1                                   LG151026
               MOVE MON-FECTC-DC (J-DC) TO FECHA-AMD                    LG151026
               PERFORM AMD-TO-DMA                                       LG151026
               STRING DDD "/" MMM "/" AAA                               LG151026
                      DELIMITED BY SIZE INTO TOTM-FEC-DC                LG151026
               END-STRING                                               LG151026
           END-IF                                                       LG151026
           MOVE MON-APLICADO-DC (J-DC) TO TOTM-APLIC-DC                 LG151026
           MOVE MON-REAL-DC     (J-DC) TO TOTM-REAL-DC                  LG151026
           MOVE MON-SALDO-DC    (J-DC) TO TOTM-SALDO-DC                 LG151026
           MOVE MON-NOREAL-DC   (J-DC) TO TOTM-NOREAL-DC                LG151026
           COMPUTE TOTAL-WRK-DC = MON-REAL-DC (J-DC)                    LG151026
                                + MON-NOREAL-DC (J-DC)                  LG151026
           MOVE TOTAL-WRK-DC TO TOTM-TOTAL-DC                           LG151026
           WRITE LINEA-LIS FROM LIN-MON-DC AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-DC.                                       LG151026
       EXIT-IMPMON-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GENERA-DCA-DC - GRABA DC<AAAAMM>.DAT CON LOS TOTALES POR    *
      *   MONEDA PARA EL ASIENTO DE ASICON (OPCION 2).  MIENTRAS EL   *
      *   PERIODO NO SE ASIENTE, UNA NUEVA CORRIDA LO REEMPLAZA.      *
      ******************************************************************
       GENERA-DCA-DC.                                                   LG151026
           OPEN OUTPUT ARCH-DCA                                         LG151026
           IF ST-DCA NOT = "00"                                         LG151026
               DISPLAY "DIFCAM - NO SE PUDO ABRIR " NOMBRE-DCA-DC       LG151026
                       " ST " ST-DCA UPON CONSOLE                       LG151026
               GO TO EXIT-GENDCA-DC                                     LG151026
           END-IF                                                       LG151026
           PERFORM GRABA-DCA-DC THRU EXIT-GRADCA-DC                     LG151026
                   VARYING J-DC FROM 1 BY 1 UNTIL J-DC > CANT-MON-DC    LG151026
           CLOSE ARCH-DCA                                               LG151026
           DISPLAY "DIFCAM - TOTALES PARA LOS ASIENTOS EN "             LG151026
                   NOMBRE-DCA-DC UPON CONSOLE                           LG151026
           DISPLAY "DIFCAM - ASENTARLOS CON ASICON, OPCION 2 "          LG151026
                   "(DIFERENCIA DE CAMBIO DEL MES)" UPON CONSOLE.       LG151026
       EXIT-GENDCA-DC.                                                  LG151026
           EXIT.                                                        LG151026

       GRABA-DCA-DC.                                                    LG151026
           MOVE SPACES            TO LINEA-DCA                          LG151026
           MOVE FECHA-HASTA-DC    TO DCA-FECHA                          LG151026
           MOVE PERIODO-DC        TO DCA-PERIODO                        LG151026
           MOVE MON-COD-DC (J-DC) TO DCA-MONEDA                         LG151026
           MOVE MON-TC-DC  (J-DC) TO DCA-TC                             LG151026
           MOVE MON-FECTC-DC (J-DC) TO DCA-FECHA-TC                     LG151026
           MOVE "R"               TO DCA-TIPO                           LG151026
           MOVE MON-REAL-DC (J-DC) TO DCA-IMPORTE                       LG151026
           WRITE LINEA-DCA                                              LG151026
           MOVE "N"               TO DCA-TIPO                           LG151026
           MOVE MON-NOREAL-DC (J-DC) TO DCA-IMPORTE                     LG151026
           WRITE LINEA-DCA.                                             LG151026
       EXIT-GRADCA-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   VERIFICA-CTL-DC - SI LA DIFERENCIA DE CAMBIO DEL PERIODO YA *
      *   SE ASENTO (ASIENTOS.CTL) DEJA ASENTADO-DC = 1: EL INFORME   *
      *   SE IMPRIME IGUAL PERO DC<AAAAMM>.DAT NO SE REEMPLAZA, YA    *
      *   QUE ASICON LO USA PARA REVERTIR LA NO REALIZADA.            *
      ******************************************************************
       VERIFICA-CTL-DC.                                                 LG151026
           MOVE 0 TO ASENTADO-DC                                        LG151026
           OPEN INPUT ARCH-CTL                                          LG151026
           IF ST-CTL NOT = "00"                                         LG151026
               IF ST-CTL = "05"                                         LG151026
                   CLOSE ARCH-CTL                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-VERCTL-DC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CTL-DC                                         LG151026
           PERFORM LEE-CTL-DC THRU EXIT-LEECTL-DC                       LG151026
                   UNTIL FIN-CTL-DC NOT = 0                             LG151026
           CLOSE ARCH-CTL                                               LG151026
           IF FIN-CTL-DC = 2                                            LG151026
               MOVE 1 TO ASENTADO-DC                                    LG151026
               DISPLAY "DIFCAM - LA DIFERENCIA DE CAMBIO DEL PERIODO "  LG151026
                       PERIODO-DC " YA SE ASENTO EL " CTL-FECHA-PROC    LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-VERCTL-DC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTL-DC.                                                      LG151026
           READ ARCH-CTL                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTL-DC                                 LG151026
                   GO TO EXIT-LEECTL-DC                                 LG151026
           END-READ                                                     LG151026
           IF CTL-FECHA = FECHA-HASTA-DC AND CTL-TIPO = "C"             LG151026
               MOVE 2 TO FIN-CTL-DC                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECTL-DC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-IMP-DC - CONVIERTE EL IMPORTE EDITADO DE CAMPO-IMP-DC *
      *   (FORMATO -(8)9,99) A VALOR-IMP-DC.                          *
      ******************************************************************
       PARSE-IMP-DC.                                                    LG151026
           MOVE 0 TO ENT-IMP-DC                                         LG151026
           MOVE 0 TO NEG-IMP-DC                                         LG151026
           PERFORM VARYING I-DC FROM 1 BY 1 UNTIL I-DC > 12             LG151026
               MOVE CAMPO-IMP-DC (I-DC:1) TO DIG-X-DC                   LG151026
               IF DIG-X-DC = "-"                                        LG151026
                   MOVE 1 TO NEG-IMP-DC                                 LG151026
               END-IF                                                   LG151026
               IF DIG-X-DC NUMERIC                                      LG151026
                   COMPUTE ENT-IMP-DC = ENT-IMP-DC * 10 + DIG-9-DC      LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-IMP-DC = ENT-IMP-DC / 100                      LG151026
           IF NEG-IMP-DC = 1                                            LG151026
               COMPUTE VALOR-IMP-DC = VALOR-IMP-DC * -1                 LG151026
           END-IF.                                                      LG151026
       EXIT-PARSE-DC.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-TC-DC - CONVIERTE LA COTIZACION EDITADA DE            *
      *   CAMPO-TC-DC (FORMATO -(4)9,9999) A VALOR-TC-DC.             *
      ******************************************************************
       PARSE-TC-DC.                                                     LG151026
           MOVE 0 TO ENT-TC-DC                                          LG151026
           PERFORM VARYING I-DC FROM 1 BY 1 UNTIL I-DC > 10             LG151026
               MOVE CAMPO-TC-DC (I-DC:1) TO DIG-X-DC                    LG151026
               IF DIG-X-DC NUMERIC                                      LG151026
                   COMPUTE ENT-TC-DC = ENT-TC-DC * 10 + DIG-9-DC        LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-TC-DC = ENT-TC-DC / 10000.                     LG151026
       EXIT-PARTC-DC.                                                   LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
