       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. CONCTA.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  CONCTA - CONVERSION UNICA DE LAS CUENTAS A COBRAR A ARCHIVOS *
      *  INDEXADOS.  CARGA LOS ARCHIVOS DE LINEA ANTERIORES (QUE EL   *
      *  OPERADOR RENOMBRA ANTES A CTACTE.ANT Y CTAPAGOS.ANT) EN LOS  *
      *  NUEVOS CTACTE.DAT (CLAVE RUC + SERIE + NUMERO + CUOTA,       *
      *  ALTERNATIVA POR VENCIMIENTO) Y CTAPAGOS.DAT (CLAVE DE LA     *
      *  CUOTA + RECIBO + LINEA DEL RECIBO, ALTERNATIVA POR RECIBO).  *
      *  LAS LINEAS MAL FORMADAS NO SE CARGAN Y SE LISTAN EN          *
      *  CONCTA.LIS CON SU MOTIVO; UNA CUOTA REPETIDA SE CARGA UNA    *
      *  SOLA VEZ CON LA SUMA DE LOS IMPORTES, COMO LA VEIAN LOS      *
      *  PROGRAMAS AL LEER EL ARCHIVO DE LINEA.  AL FINAL RELEE LOS   *
      *  ARCHIVOS NUEVOS Y COMPARA POR MONEDA EL TOTAL DE CUOTAS, LO  *
      *  APLICADO Y EL SALDO CONTRA LOS ARCHIVOS ANTERIORES.          *
      *  NO CORRE SI CTACTE.DAT O CTAPAGOS.DAT YA TIENEN DATOS.       *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

           SELECT OPTIONAL ARCH-CTV  ASSIGN TO "CTACTE.ANT"             LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-CTV.                    LG151026

           SELECT OPTIONAL ARCH-PGV  ASSIGN TO "CTAPAGOS.ANT"           LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-PGV.                    LG151026

           SELECT LISTADO  ASSIGN TO "CONCTA.LIS"                       LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-LIS.                    LG151026

       DATA DIVISION.                                                   LG151026

       FILE SECTION.                                                    LG151026

       COPY "IMPREACT.FDS".                                             LG151026

      ******************************************************************
      *  CTACTE.ANT - CUOTAS CON EL LAYOUT DE LINEA ANTERIOR.  LOS    *
      *  CAMPOS NUMERICOS SE DECLARAN ALFANUMERICOS PARA PODER        *
      *  CONTROLARLOS ANTES DE CARGAR.                                *
      ******************************************************************
       FD ARCH-CTV                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-CTV            PIC X(080).                              LG151026

       01 REG-CTV       REDEFINES LINEA-CTV.                            LG151026
           02  CTV-RUC         PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTV-CLIENTE     PIC X(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTV-SERIE       PIC X(001).                              LG151026
           02  CTV-NUMFAC      PIC X(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTV-CUOTA       PIC X(002).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTV-VTO         PIC X(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTV-IMPORTE     PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTV-MONEDA      PIC X(003).                              LG151026
           02  CTV-ESTADO      PIC X(001).                              LG151026
           02  FILLER          PIC X(021).                              LG151026

      ******************************************************************
      *  CTAPAGOS.ANT - APLICACIONES CON EL LAYOUT DE LINEA ANTERIOR. *
      ******************************************************************
       FD ARCH-PGV                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-PGV            PIC X(120).                              LG151026

       01 REG-PGV       REDEFINES LINEA-PGV.                            LG151026
           02  PGV-RECIBO      PIC X(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-FECHA       PIC X(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-RUC         PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-CLIENTE     PIC X(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-SERIE       PIC X(001).                              LG151026
           02  PGV-NUMFAC      PIC X(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-CUOTA       PIC X(002).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-IMPORTE     PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-MONEDA      PIC X(003).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-TC          PIC X(010).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-TIPO        PIC X(001).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-IMPUESTO    PIC X(004).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-TASA-RET    PIC X(005).                              LG151026
           02  PGV-TASA-9   REDEFINES PGV-TASA-RET PIC 9(003)V99.       LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  PGV-RESGUARDO   PIC X(012).                              LG151026
           02  FILLER          PIC X(016).                              LG151026

       FD LISTADO                                                       LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-LIS            PIC X(136).                              LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026

       01  ST-CTV              PIC X(002)  VALUE "00".                  LG151026
       01  ST-PGV              PIC X(002)  VALUE "00".                  LG151026
       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  FECHA-HOY-CT        PIC 9(008)  VALUE 0.                     LG151026
       01  RESP-CT             PIC X(001)  VALUE SPACES.                LG151026
       01  OK-CT               PIC 9       VALUE 0.                     LG151026
       01  SIN-PGV-CT          PIC 9       VALUE 0.                     LG151026
       01  FIN-CTV-CT          PIC 9       VALUE 0.                     LG151026
       01  FIN-PGV-CT          PIC 9       VALUE 0.                     LG151026
       01  FIN-CTA-CT          PIC 9       VALUE 0.                     LG151026
       01  FIN-PAG-CT          PIC 9       VALUE 0.                     LG151026
       01  DIF-CT              PIC 9       VALUE 0.                     LG151026
       01  NRO-LIN-CT          PIC S9(007) COMP VALUE 0.                LG151026
       01  CANT-CTV-CT         PIC S9(007) COMP VALUE 0.                LG151026
       01  CANT-CTA-CT         PIC S9(007) COMP VALUE 0.                LG151026
       01  CANT-DUP-CT         PIC S9(007) COMP VALUE 0.                LG151026
       01  CANT-RCT-CT         PIC S9(007) COMP VALUE 0.                LG151026
       01  CANT-PGV-CT         PIC S9(007) COMP VALUE 0.                LG151026
       01  CANT-PAG-CT         PIC S9(007) COMP VALUE 0.                LG151026
       01  CANT-RPG-CT         PIC S9(007) COMP VALUE 0.                LG151026
       01  LINEA-PAG-CT        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-CT           PIC S9(005) COMP VALUE 0.                LG151026

      *  NUMERO DE LINEA DE LA APLICACION DENTRO DE SU RECIBO, EN EL
      *  ORDEN EN QUE RECIBOS LAS GRABO.
       01  REC-ANT-CT          PIC X(008)  VALUE SPACES.                LG151026
       01  LIN-REC-CT          PIC 9(002)  VALUE 0.                     LG151026

      *  CONTROL Y PARSE DE IMPORTES EDITADOS (-(8)9,99), DIGITO A
      *  DIGITO, IGUAL QUE LOS PROGRAMAS QUE LEEN LAS CUENTAS.
       01  CAMPO-IMP-CT        PIC X(012)  VALUE SPACES.                LG151026
       01  VALOR-IMP-CT        PIC S9(009)V99     COMP-3.               LG151026
       01  IMP-NVO-CT          PIC S9(009)V99     COMP-3.               LG151026
       01  ENT-IMP-CT          PIC S9(011)        COMP-3.               LG151026
       01  NEG-IMP-CT          PIC 9       VALUE 0.                     LG151026
       01  IMP-OK-CT           PIC 9       VALUE 0.                     LG151026
       01  I-CT                PIC S9(005) COMP.                        LG151026
       01  DIG-X-CT            PIC X(001).                              LG151026
       01  DIG-9-CT   REDEFINES DIG-X-CT  PIC 9(001).                   LG151026
       01  MOTIVO-CT           PIC X(024)  VALUE SPACES.                LG151026

      *  TOTALES POR MONEDA ANTES (ARCHIVOS DE LINEA) Y DESPUES
      *  (ARCHIVOS INDEXADOS) DE LA CONVERSION
       01  MONEDA-BUS-CT       PIC X(003)  VALUE SPACES.                LG151026
       01  IM-CT               PIC S9(005) COMP.                        LG151026
       01  CANT-MON-CT         PIC S9(005) COMP VALUE 0.                LG151026
       01  SALDO-ANT-CT        PIC S9(011)V99     COMP-3.               LG151026
       01  SALDO-NVO-CT        PIC S9(011)V99     COMP-3.               LG151026
       01  TAB-MONEDAS-CT.                                              LG151026
           02  MON-CT  OCCURS 10 TIMES.                                 LG151026
               03  MON-COD-CT       PIC X(003).                         LG151026
               03  MON-CTA-ANT-CT   PIC S9(011)V99     COMP-3.          LG151026
               03  MON-CTA-NVO-CT   PIC S9(011)V99     COMP-3.          LG151026
               03  MON-PAG-ANT-CT   PIC S9(011)V99     COMP-3.          LG151026
               03  MON-PAG-NVO-CT   PIC S9(011)V99     COMP-3.          LG151026

       01  LIN-TIT1-CT.                                                 LG151026
           02  FILLER          PIC X(030) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(050)                               LG151026
               VALUE "CONVERSION DE CTACTE Y CTAPAGOS A INDEXADOS".     LG151026
           02  FILLER          PIC X(007) VALUE " FECHA ".              LG151026
           02  TIT-DD-CT       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-CT       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-CT     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-CT      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-CT.                                                 LG151026
           02  FILLER          PIC X(046) VALUE                         LG151026
               "ARCHIVO        LINEA MOTIVO                   ".        LG151026
           02  FILLER          PIC X(009) VALUE "CONTENIDO".            LG151026

       01  LIN-RCH-CT.                                                  LG151026
           02  RCH-ARCH-CT     PIC X(012).                              LG151026
           02  RCH-LINEA-CT    PIC Z(006)9.                             LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  RCH-MOTIVO-CT   PIC X(024).                              LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  RCH-DATOS-CT    PIC X(090).                              LG151026

       01  LIN-CAN-CT.                                                  LG151026
           02  CAN-ARCH-CT     PIC X(014).                              LG151026
           02  FILLER          PIC X(009) VALUE " LEIDAS  ".            LG151026
           02  CAN-LEI-CT      PIC Z(006)9.                             LG151026
           02  FILLER          PIC X(012) VALUE "  CARGADAS  ".         LG151026
           02  CAN-CAR-CT      PIC Z(006)9.                             LG151026
           02  FILLER          PIC X(014) VALUE "  RECHAZADAS  ".       LG151026
           02  CAN-RCH-CT      PIC Z(006)9.                             LG151026
           02  FILLER          PIC X(024) VALUE                         LG151026
               "  REPETIDAS (SUMADAS)   ".                              LG151026
           02  CAN-DUP-CT      PIC Z(006)9.                             LG151026

       01  LIN-TIT3-CT.                                                 LG151026
           02  FILLER          PIC X(041) VALUE                         LG151026
               "MON      CUOTAS ANTES    CUOTAS DESPUES  ".             LG151026
           02  FILLER          PIC X(038) VALUE                         LG151026
               "  APLICADO ANTES  APLICADO DESPUES    ".                LG151026
           02  FILLER          PIC X(036) VALUE                         LG151026
               "   SALDO ANTES     SALDO DESPUES    ".                  LG151026

       01  DIF-MSG-CT.                                                  LG151026
           02  FILLER          PIC X(050) VALUE                         LG151026
               "HAY DIFERENCIAS DE SALDO: CORREGIR LAS LINEAS RECH".    LG151026
           02  FILLER          PIC X(050) VALUE                         LG151026
               "AZADAS EN LOS .ANT, BORRAR CTACTE.DAT Y CTAPAGOS.D".    LG151026
           02  FILLER          PIC X(012) VALUE "AT Y REPETIR".         LG151026

       01  LIN-MON-CT.                                                  LG151026
           02  DET-MON-CT      PIC X(003).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CTA-ANT-CT  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CTA-NVO-CT  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  DET-PAG-ANT-CT  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-PAG-NVO-CT  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  DET-SAL-ANT-CT  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-SAL-NVO-CT  PIC --.---.---.--9,99.                   LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  DET-DIF-CT      PIC X(010).                              LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "CONCTA - CONVERSION DE CTACTE.DAT Y CTAPAGOS.DAT "  LG151026
                   "A ARCHIVOS INDEXADOS" UPON CONSOLE                  LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "CONCTA"  TO PROGRAMA-VU                                LG151026
           SET PER-ARCHIVO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-CT FROM DATE YYYYMMDD                       LG151026
           PERFORM CONTROLA-CT THRU EXIT-CONTROLA-CT                    LG151026
           IF OK-CT = 0                                                 LG151026
               DISPLAY "CONCTA - CONVERSION CANCELADA" UPON CONSOLE     LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "CONFIRMA LA CONVERSION (S/N):" UPON CONSOLE         LG151026
           ACCEPT RESP-CT FROM CONSOLE                                  LG151026
           IF RESP-CT NOT = "S" AND RESP-CT NOT = "s"                   LG151026
               DISPLAY "CONCTA - CONVERSION CANCELADA" UPON CONSOLE     LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026

           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "CONCTA - NO SE PUDO ABRIR CONCTA.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           PERFORM ENCABEZADO-CT THRU EXIT-ENC-CT                       LG151026

           PERFORM CONVIERTE-CTA-CT THRU EXIT-CNVCTA-CT                 LG151026
           IF OK-CT = 1                                                 LG151026
               PERFORM CONVIERTE-PAG-CT THRU EXIT-CNVPAG-CT             LG151026
           END-IF                                                       LG151026
           IF OK-CT = 1                                                 LG151026
               PERFORM VERIFICA-CT THRU EXIT-VERIF-CT                   LG151026
               PERFORM TOTALES-CT THRU EXIT-TOT-CT                      LG151026
           END-IF                                                       LG151026
           CLOSE LISTADO                                                LG151026
           IF OK-CT = 0                                                 LG151026
               DISPLAY "CONCTA - CONVERSION INTERRUMPIDA - BORRAR "     LG151026
                       "CTACTE.DAT Y CTAPAGOS.DAT Y REPETIR"            LG151026
                       UPON CONSOLE                                     LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "CONCTA - CUOTAS CARGADAS " CANT-CTA-CT              LG151026
                   " RECHAZADAS " CANT-RCT-CT UPON CONSOLE              LG151026
           DISPLAY "CONCTA - APLICACIONES CARGADAS " CANT-PAG-CT        LG151026
                   " RECHAZADAS " CANT-RPG-CT UPON CONSOLE              LG151026
           IF DIF-CT = 0                                                LG151026
               DISPLAY "CONCTA - SALDOS IDENTICOS - INFORME EN "        LG151026
                       "CONCTA.LIS" UPON CONSOLE                        LG151026
           ELSE                                                         LG151026
               DISPLAY "CONCTA - HAY DIFERENCIAS DE SALDO - VER "       LG151026
                       "CONCTA.LIS" UPON CONSOLE                        LG151026
           END-IF.                                                      LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   CONTROLA-CT - LOS ARCHIVOS ANTERIORES TIENEN QUE ESTAR      *
      *   RENOMBRADOS A .ANT Y LOS NUEVOS NO PUEDEN TENER DATOS: UN   *
      *   CTACTE.DAT O CTAPAGOS.DAT QUE NO ABRE COMO INDEXADO ES EL   *
      *   ARCHIVO DE LINEA SIN RENOMBRAR, Y UNO CON REGISTROS ES UNA  *
      *   CONVERSION YA HECHA.  SIN CTAPAGOS.ANT NO HAY APLICACIONES. *
      ******************************************************************
       CONTROLA-CT.                                                     LG151026
           MOVE 0 TO OK-CT                                              LG151026
           OPEN INPUT ARCH-CTV                                          LG151026
           IF ST-CTV NOT = "00"                                         LG151026
               IF ST-CTV = "05"                                         LG151026
                   CLOSE ARCH-CTV                                       LG151026
               END-IF                                                   LG151026
               DISPLAY "CONCTA - NO SE ENCUENTRA CTACTE.ANT ST " ST-CTV LG151026
                       UPON CONSOLE                                     LG151026
               DISPLAY "CONCTA - RENOMBRAR ANTES CTACTE.DAT A "         LG151026
                       "CTACTE.ANT Y CTAPAGOS.DAT A CTAPAGOS.ANT"       LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-CONTROLA-CT                                   LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-CTV                                               LG151026
           MOVE 0 TO SIN-PGV-CT                                         LG151026
           OPEN INPUT ARCH-PGV                                          LG151026
           IF ST-PGV NOT = "00"                                         LG151026
               IF ST-PGV = "05"                                         LG151026
                   CLOSE ARCH-PGV                                       LG151026
               END-IF                                                   LG151026
               DISPLAY "CONCTA - SIN CTAPAGOS.ANT: NO SE CARGAN "       LG151026
                       "APLICACIONES" UPON CONSOLE                      LG151026
               MOVE 1 TO SIN-PGV-CT                                     LG151026
           ELSE                                                         LG151026
               CLOSE ARCH-PGV                                           LG151026
           END-IF                                                       LG151026

           OPEN INPUT ARCH-CTA                                          LG151026
           IF ST-CTA = "05"                                             LG151026
               CLOSE ARCH-CTA                                           LG151026
           ELSE                                                         LG151026
               IF ST-CTA NOT = "00"                                     LG151026
                   DISPLAY "CONCTA - CTACTE.DAT NO ES INDEXADO ST "     LG151026
                           ST-CTA " - RENOMBRARLO A CTACTE.ANT"         LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-CONTROLA-CT                               LG151026
               END-IF                                                   LG151026
               READ ARCH-CTA NEXT                                       LG151026
                   AT END                                               LG151026
                       MOVE "10" TO ST-CTA                              LG151026
               END-READ                                                 LG151026
               CLOSE ARCH-CTA                                           LG151026
               IF ST-CTA NOT = "10"                                     LG151026
                   DISPLAY "CONCTA - CTACTE.DAT YA TIENE CUOTAS - LA "  LG151026
                           "CONVERSION YA SE HIZO" UPON CONSOLE         LG151026
                   GO TO EXIT-CONTROLA-CT                               LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           OPEN INPUT ARCH-PAG                                          LG151026
           IF ST-PAG = "05"                                             LG151026
               CLOSE ARCH-PAG                                           LG151026
           ELSE                                                         LG151026
               IF ST-PAG NOT = "00"                                     LG151026
                   DISPLAY "CONCTA - CTAPAGOS.DAT NO ES INDEXADO ST "   LG151026
                           ST-PAG " - RENOMBRARLO A CTAPAGOS.ANT"       LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-CONTROLA-CT                               LG151026
               END-IF                                                   LG151026
               READ ARCH-PAG NEXT                                       LG151026
                   AT END                                               LG151026
                       MOVE "10" TO ST-PAG                              LG151026
               END-READ                                                 LG151026
               CLOSE ARCH-PAG                                           LG151026
               IF ST-PAG NOT = "10"                                     LG151026
                   DISPLAY "CONCTA - CTAPAGOS.DAT YA TIENE "            LG151026
                           "APLICACIONES - LA CONVERSION YA SE HIZO"    LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-CONTROLA-CT                               LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE 1 TO OK-CT.                                             LG151026
       EXIT-CONTROLA-CT.                                                LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CONVIERTE-CTA-CT - CARGA CADA CUOTA DE CTACTE.ANT EN EL     *
      *   NUEVO CTACTE.DAT.  EL TOTAL ANTERIOR POR MONEDA SE TOMA DE  *
      *   TODAS LAS LINEAS, COMO LO SUMABAN LOS PROGRAMAS; LAS        *
      *   RECHAZADAS QUEDAN COMO DIFERENCIA EN LA VERIFICACION.       *
      ******************************************************************
       CONVIERTE-CTA-CT.                                                LG151026
           OPEN INPUT ARCH-CTV                                          LG151026
           OPEN OUTPUT ARCH-CTA                                         LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               DISPLAY "CONCTA - NO SE PUDO CREAR CTACTE.DAT ST "       LG151026
                       ST-CTA UPON CONSOLE                              LG151026
               CLOSE ARCH-CTV                                           LG151026
               MOVE 0 TO OK-CT                                          LG151026
               GO TO EXIT-CNVCTA-CT                                     LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-CTA                                               LG151026
           OPEN I-O ARCH-CTA                                            LG151026
           MOVE 0 TO NRO-LIN-CT                                         LG151026
           MOVE 0 TO FIN-CTV-CT                                         LG151026
           PERFORM LEE-CTV-CT THRU EXIT-LEECTV-CT                       LG151026
           PERFORM CARGA-CTA-CT THRU EXIT-CARCTA-CT                     LG151026
                   UNTIL FIN-CTV-CT = 1                                 LG151026
           CLOSE ARCH-CTA                                               LG151026
           CLOSE ARCH-CTV.                                              LG151026
       EXIT-CNVCTA-CT.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTV-CT.                                                      LG151026
           READ ARCH-CTV                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTV-CT                                 LG151026
                   GO TO EXIT-LEECTV-CT                                 LG151026
           END-READ                                                     LG151026
           ADD 1 TO NRO-LIN-CT                                          LG151026
           ADD 1 TO CANT-CTV-CT.                                        LG151026
       EXIT-LEECTV-CT.                                                  LG151026
           EXIT.                                                        LG151026

       CARGA-CTA-CT.                                                    LG151026
           MOVE CTV-IMPORTE TO CAMPO-IMP-CT                             LG151026
           PERFORM PARSE-IMP-CT THRU EXIT-PARSE-CT                      LG151026
           MOVE CTV-MONEDA TO MONEDA-BUS-CT                             LG151026
           PERFORM BUSCA-MON-CT THRU EXIT-BUSMON-CT                     LG151026
           IF IM-CT > 0                                                 LG151026
               ADD VALOR-IMP-CT TO MON-CTA-ANT-CT (IM-CT)               LG151026
           END-IF                                                       LG151026

           MOVE SPACES TO MOTIVO-CT                                     LG151026
           IF LINEA-CTV = SPACES                                        LG151026
               MOVE "LINEA EN BLANCO" TO MOTIVO-CT                      LG151026
               GO TO RECHAZA-CTA-CT                                     LG151026
           END-IF                                                       LG151026
           IF CTV-SERIE = SPACES                                        LG151026
               MOVE "SERIE EN BLANCO" TO MOTIVO-CT                      LG151026
               GO TO RECHAZA-CTA-CT                                     LG151026
           END-IF                                                       LG151026
           IF CTV-NUMFAC NOT NUMERIC                                    LG151026
               MOVE "NUMERO NO NUMERICO" TO MOTIVO-CT                   LG151026
               GO TO RECHAZA-CTA-CT                                     LG151026
           END-IF                                                       LG151026
           IF CTV-CUOTA NOT NUMERIC                                     LG151026
               MOVE "CUOTA NO NUMERICA" TO MOTIVO-CT                    LG151026
               GO TO RECHAZA-CTA-CT                                     LG151026
           END-IF                                                       LG151026
           IF CTV-VTO NOT NUMERIC                                       LG151026
               MOVE "VENCIMIENTO INVALIDO" TO MOTIVO-CT                 LG151026
               GO TO RECHAZA-CTA-CT                                     LG151026
           END-IF                                                       LG151026
           IF IMP-OK-CT = 0                                             LG151026
               MOVE "IMPORTE INVALIDO" TO MOTIVO-CT                     LG151026
               GO TO RECHAZA-CTA-CT                                     LG151026
           END-IF                                                       LG151026
           IF CTV-MONEDA = SPACES                                       LG151026
               MOVE "MONEDA EN BLANCO" TO MOTIVO-CT                     LG151026
               GO TO RECHAZA-CTA-CT                                     LG151026
           END-IF                                                       LG151026

           MOVE SPACES       TO REG-CTA                                 LG151026
           MOVE CTV-RUC      TO CTA-RUC                                 LG151026
           MOVE CTV-SERIE    TO CTA-SERIE                               LG151026
           MOVE CTV-NUMFAC   TO CTA-NUMFAC                              LG151026
           MOVE CTV-CUOTA    TO CTA-CUOTA                               LG151026
           MOVE CTV-VTO      TO CTA-VTO                                 LG151026
           MOVE CTV-CLIENTE  TO CTA-CLIENTE                             LG151026
           MOVE VALOR-IMP-CT TO CTA-IMPORTE                             LG151026
           MOVE CTV-MONEDA   TO CTA-MONEDA                              LG151026
           MOVE CTV-ESTADO   TO CTA-ESTADO                              LG151026
           WRITE REG-CTA                                                LG151026
               INVALID KEY                                              LG151026
                   PERFORM SUMA-DUP-CT THRU EXIT-SUMDUP-CT              LG151026
                   GO TO SIGUE-CARCTA-CT                                LG151026
           END-WRITE                                                    LG151026
           IF ST-CTA NOT = "00" AND ST-CTA NOT = "02"                   LG151026
               DISPLAY "CONCTA - ERROR AL GRABAR CTACTE.DAT ST "        LG151026
                       ST-CTA UPON CONSOLE                              LG151026
               MOVE 0 TO OK-CT                                          LG151026
               MOVE 1 TO FIN-CTV-CT                                     LG151026
               GO TO EXIT-CARCTA-CT                                     LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-CTA-CT                                         LG151026
           GO TO SIGUE-CARCTA-CT.                                       LG151026
       RECHAZA-CTA-CT.                                                  LG151026
           ADD 1 TO CANT-RCT-CT                                         LG151026
           MOVE "CTACTE.ANT"  TO RCH-ARCH-CT                            LG151026
           MOVE LINEA-CTV     TO RCH-DATOS-CT                           LG151026
           PERFORM RECHAZO-CT THRU EXIT-RECHAZO-CT.                     LG151026
       SIGUE-CARCTA-CT.                                                 LG151026
           PERFORM LEE-CTV-CT THRU EXIT-LEECTV-CT.                      LG151026
       EXIT-CARCTA-CT.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   SUMA-DUP-CT - CUOTA REPETIDA EN CTACTE.ANT: SE SUMA SU      *
      *   IMPORTE A LA YA CARGADA Y SE LISTA COMO AVISO.              *
      ******************************************************************
       SUMA-DUP-CT.                                                     LG151026
           MOVE VALOR-IMP-CT TO IMP-NVO-CT                              LG151026
           READ ARCH-CTA                                                LG151026
               INVALID KEY                                              LG151026
                   DISPLAY "CONCTA - ERROR AL LEER CTACTE.DAT ST "      LG151026
                           ST-CTA UPON CONSOLE                          LG151026
                   GO TO EXIT-SUMDUP-CT                                 LG151026
           END-READ                                                     LG151026
           MOVE CTA-IMPORTE TO CAMPO-IMP-CT                             LG151026
           PERFORM PARSE-IMP-CT THRU EXIT-PARSE-CT                      LG151026
           ADD IMP-NVO-CT TO VALOR-IMP-CT                               LG151026
           MOVE VALOR-IMP-CT TO CTA-IMPORTE                             LG151026
           REWRITE REG-CTA                                              LG151026
           ADD 1 TO CANT-DUP-CT                                         LG151026
           MOVE "CUOTA REPETIDA (SUMADA)" TO MOTIVO-CT                  LG151026
           MOVE "CTACTE.ANT"  TO RCH-ARCH-CT                            LG151026
           MOVE LINEA-CTV     TO RCH-DATOS-CT                           LG151026
           PERFORM RECHAZO-CT THRU EXIT-RECHAZO-CT.                     LG151026
       EXIT-SUMDUP-CT.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CONVIERTE-PAG-CT - CARGA CADA APLICACION DE CTAPAGOS.ANT EN *
      *   EL NUEVO CTAPAGOS.DAT, NUMERANDO LAS LINEAS DE CADA RECIBO  *
      *   EN EL ORDEN DEL ARCHIVO (SI LA CLAVE YA EXISTE SE TOMA LA   *
      *   LINEA SIGUIENTE).                                           *
      ******************************************************************
       CONVIERTE-PAG-CT.                                                LG151026
           OPEN OUTPUT ARCH-PAG                                         LG151026
           IF ST-PAG NOT = "00"                                         LG151026
               DISPLAY "CONCTA - NO SE PUDO CREAR CTAPAGOS.DAT ST "     LG151026
                       ST-PAG UPON CONSOLE                              LG151026
               MOVE 0 TO OK-CT                                          LG151026
               GO TO EXIT-CNVPAG-CT                                     LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-PAG                                               LG151026
           IF SIN-PGV-CT = 1                                            LG151026
               GO TO EXIT-CNVPAG-CT                                     LG151026
           END-IF                                                       LG151026
           OPEN INPUT ARCH-PGV                                          LG151026
           OPEN I-O ARCH-PAG                                            LG151026
           MOVE 0 TO NRO-LIN-CT                                         LG151026
           MOVE 0 TO FIN-PGV-CT                                         LG151026
           PERFORM LEE-PGV-CT THRU EXIT-LEEPGV-CT                       LG151026
           PERFORM CARGA-PAG-CT THRU EXIT-CARPAG-CT                     LG151026
                   UNTIL FIN-PGV-CT = 1                                 LG151026
           CLOSE ARCH-PAG                                               LG151026
           CLOSE ARCH-PGV.                                              LG151026
       EXIT-CNVPAG-CT.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PGV-CT.                                                      LG151026
           READ ARCH-PGV                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PGV-CT                                 LG151026
                   GO TO EXIT-LEEPGV-CT                                 LG151026
           END-READ                                                     LG151026
           ADD 1 TO NRO-LIN-CT                                          LG151026
           ADD 1 TO CANT-PGV-CT.                                        LG151026
       EXIT-LEEPGV-CT.                                                  LG151026
           EXIT.                                                        LG151026

       CARGA-PAG-CT.                                                    LG151026
           MOVE PGV-TC TO CAMPO-IMP-CT                                  LG151026
           PERFORM PARSE-IMP-CT THRU EXIT-PARSE-CT                      LG151026
           IF IMP-OK-CT = 0                                             LG151026
               MOVE "COTIZACION INVALIDA" TO MOTIVO-CT                  LG151026
           ELSE                                                         LG151026
               MOVE SPACES TO MOTIVO-CT                                 LG151026
           END-IF                                                       LG151026
           MOVE PGV-IMPORTE TO CAMPO-IMP-CT                             LG151026
           PERFORM PARSE-IMP-CT THRU EXIT-PARSE-CT                      LG151026
           MOVE PGV-MONEDA TO MONEDA-BUS-CT                             LG151026
           PERFORM BUSCA-MON-CT THRU EXIT-BUSMON-CT                     LG151026
           IF IM-CT > 0                                                 LG151026
               ADD VALOR-IMP-CT TO MON-PAG-ANT-CT (IM-CT)               LG151026
           END-IF                                                       LG151026

           IF LINEA-PGV = SPACES                                        LG151026
               MOVE "LINEA EN BLANCO" TO MOTIVO-CT                      LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF PGV-RECIBO NOT NUMERIC                                    LG151026
               MOVE "RECIBO NO NUMERICO" TO MOTIVO-CT                   LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF PGV-FECHA NOT NUMERIC                                     LG151026
               MOVE "FECHA INVALIDA" TO MOTIVO-CT                       LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF PGV-SERIE = SPACES                                        LG151026
               MOVE "SERIE EN BLANCO" TO MOTIVO-CT                      LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF PGV-NUMFAC NOT NUMERIC                                    LG151026
               MOVE "NUMERO NO NUMERICO" TO MOTIVO-CT                   LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF PGV-CUOTA NOT NUMERIC                                     LG151026
               MOVE "CUOTA NO NUMERICA" TO MOTIVO-CT                    LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF IMP-OK-CT = 0                                             LG151026
               MOVE "IMPORTE INVALIDO" TO MOTIVO-CT                     LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF PGV-MONEDA = SPACES                                       LG151026
               MOVE "MONEDA EN BLANCO" TO MOTIVO-CT                     LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF MOTIVO-CT NOT = SPACES                                    LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026
           IF PGV-TASA-RET NOT = SPACES AND PGV-TASA-RET NOT NUMERIC    LG151026
               MOVE "TASA DE RETENCION INVALIDA" TO MOTIVO-CT           LG151026
               GO TO RECHAZA-PAG-CT                                     LG151026
           END-IF                                                       LG151026

           IF PGV-RECIBO = REC-ANT-CT                                   LG151026
               ADD 1 TO LIN-REC-CT                                      LG151026
           ELSE                                                         LG151026
               MOVE PGV-RECIBO TO REC-ANT-CT                            LG151026
               MOVE 1 TO LIN-REC-CT                                     LG151026
           END-IF                                                       LG151026
           MOVE SPACES        TO REG-PAG                                LG151026
           MOVE PGV-RUC       TO PAG-RUC                                LG151026
           MOVE PGV-SERIE     TO PAG-SERIE                              LG151026
           MOVE PGV-NUMFAC    TO PAG-NUMFAC                             LG151026
           MOVE PGV-CUOTA     TO PAG-CUOTA                              LG151026
           MOVE PGV-RECIBO    TO PAG-RECIBO                             LG151026
           MOVE PGV-FECHA     TO PAG-FECHA                              LG151026
           MOVE PGV-CLIENTE   TO PAG-CLIENTE                            LG151026
           MOVE VALOR-IMP-CT  TO PAG-IMPORTE                            LG151026
           MOVE PGV-MONEDA    TO PAG-MONEDA                             LG151026
           MOVE PGV-TC        TO PAG-TC                                 LG151026
           MOVE PGV-TIPO      TO PAG-TIPO                               LG151026
           MOVE PGV-IMPUESTO  TO PAG-IMPUESTO                           LG151026
           IF PGV-TASA-RET = SPACES                                     LG151026
               MOVE 0 TO PAG-TASA-RET                                   LG151026
           ELSE                                                         LG151026
               MOVE PGV-TASA-9 TO PAG-TASA-RET                          LG151026
           END-IF                                                       LG151026
           MOVE PGV-RESGUARDO TO PAG-RESGUARDO                          LG151026
           PERFORM GRABA-PAG-CT THRU EXIT-GRAPAG-CT                     LG151026
           GO TO SIGUE-CARPAG-CT.                                       LG151026
       RECHAZA-PAG-CT.                                                  LG151026
           ADD 1 TO CANT-RPG-CT                                         LG151026
           MOVE "CTAPAGOS.ANT" TO RCH-ARCH-CT                           LG151026
           MOVE LINEA-PGV      TO RCH-DATOS-CT                          LG151026
           PERFORM RECHAZO-CT THRU EXIT-RECHAZO-CT.                     LG151026
       SIGUE-CARPAG-CT.                                                 LG151026
           PERFORM LEE-PGV-CT THRU EXIT-LEEPGV-CT.                      LG151026
       EXIT-CARPAG-CT.                                                  LG151026
           EXIT.                                                        LG151026

       GRABA-PAG-CT.                                                    LG151026
           MOVE LIN-REC-CT TO PAG-LINEA                                 LG151026
           WRITE REG-PAG                                                LG151026
               INVALID KEY                                              LG151026
                   IF LIN-REC-CT < 99                                   LG151026
                       ADD 1 TO LIN-REC-CT                              LG151026
                       GO TO GRABA-PAG-CT                               LG151026
                   END-IF                                               LG151026
                   ADD 1 TO CANT-RPG-CT                                 LG151026
                   MOVE "APLICACION REPETIDA" TO MOTIVO-CT              LG151026
                   MOVE "CTAPAGOS.ANT" TO RCH-ARCH-CT                   LG151026
                   MOVE LINEA-PGV      TO RCH-DATOS-CT                  LG151026
                   PERFORM RECHAZO-CT THRU EXIT-RECHAZO-CT              LG151026
                   GO TO EXIT-GRAPAG-CT                                 LG151026
           END-WRITE                                                    LG151026
           IF ST-PAG NOT = "00" AND ST-PAG NOT = "02"                   LG151026
               DISPLAY "CONCTA - ERROR AL GRABAR CTAPAGOS.DAT ST "      LG151026
                       ST-PAG UPON CONSOLE                              LG151026
               MOVE 0 TO OK-CT                                          LG151026
               MOVE 1 TO FIN-PGV-CT                                     LG151026
               GO TO EXIT-GRAPAG-CT                                     LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-PAG-CT.                                        LG151026
       EXIT-GRAPAG-CT.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   RECHAZO-CT - LISTA UNA LINEA RECHAZADA (O SUMADA) CON SU    *
      *   NUMERO DE LINEA Y MOTIVO.                                   *
      ******************************************************************
       RECHAZO-CT.                                                      LG151026
           IF LINEA-PAG-CT > 56                                         LG151026
               PERFORM ENCABEZADO-CT THRU EXIT-ENC-CT                   LG151026
           END-IF                                                       LG151026
           MOVE NRO-LIN-CT TO RCH-LINEA-CT                              LG151026
           MOVE MOTIVO-CT  TO RCH-MOTIVO-CT                             LG151026
           WRITE LINEA-LIS FROM LIN-RCH-CT AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-CT.                                       LG151026
       EXIT-RECHAZO-CT.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   VERIFICA-CT - RELEE LOS ARCHIVOS INDEXADOS NUEVOS Y SUMA    *
      *   POR MONEDA LAS CUOTAS Y LO APLICADO.                        *
      ******************************************************************
       VERIFICA-CT.                                                     LG151026
           OPEN INPUT ARCH-CTA                                          LG151026
           MOVE 0 TO FIN-CTA-CT                                         LG151026
           PERFORM LEE-CTA-CT THRU EXIT-LEECTA-CT                       LG151026
                   UNTIL FIN-CTA-CT = 1                                 LG151026
           CLOSE ARCH-CTA                                               LG151026
           OPEN INPUT ARCH-PAG                                          LG151026
           MOVE 0 TO FIN-PAG-CT                                         LG151026
           PERFORM LEE-PAG-CT THRU EXIT-LEEPAG-CT                       LG151026
                   UNTIL FIN-PAG-CT = 1                                 LG151026
           CLOSE ARCH-PAG.                                              LG151026
       EXIT-VERIF-CT.                                                   LG151026
           EXIT.                                                        LG151026

       LEE-CTA-CT.                                                      LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTA-CT                                 LG151026
                   GO TO EXIT-LEECTA-CT                                 LG151026
           END-READ                                                     LG151026
           MOVE CTA-IMPORTE TO CAMPO-IMP-CT                             LG151026
           PERFORM PARSE-IMP-CT THRU EXIT-PARSE-CT                      LG151026
           MOVE CTA-MONEDA TO MONEDA-BUS-CT                             LG151026
           PERFORM BUSCA-MON-CT THRU EXIT-BUSMON-CT                     LG151026
           IF IM-CT > 0                                                 LG151026
               ADD VALOR-IMP-CT TO MON-CTA-NVO-CT (IM-CT)               LG151026
           END-IF.                                                      LG151026
       EXIT-LEECTA-CT.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PAG-CT.                                                      LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-CT                                 LG151026
                   GO TO EXIT-LEEPAG-CT                                 LG151026
           END-READ                                                     LG151026
           MOVE PAG-IMPORTE TO CAMPO-IMP-CT                             LG151026
           PERFORM PARSE-IMP-CT THRU EXIT-PARSE-CT                      LG151026
           MOVE PAG-MONEDA TO MONEDA-BUS-CT                             LG151026
           PERFORM BUSCA-MON-CT THRU EXIT-BUSMON-CT                     LG151026
           IF IM-CT > 0                                                 LG151026
               ADD VALOR-IMP-CT TO MON-PAG-NVO-CT (IM-CT)               LG151026
           END-IF.                                                      LG151026
       EXIT-LEEPAG-CT.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-MON-CT - UBICA (O AGREGA) MONEDA-BUS-CT EN LA TABLA   *
      *   DE TOTALES; IM-CT EN CERO SI LA TABLA ESTA LLENA.           *
      ******************************************************************
       BUSCA-MON-CT.                                                    LG151026
           PERFORM VARYING IM-CT FROM 1 BY 1                            LG151026
                   UNTIL IM-CT > CANT-MON-CT                            LG151026
                      OR MON-COD-CT (IM-CT) = MONEDA-BUS-CT             LG151026
               CONTINUE                                                 LG151026
           END-PERFORM                                                  LG151026
           IF IM-CT > CANT-MON-CT                                       LG151026
               IF CANT-MON-CT >= 10                                     LG151026
                   DISPLAY "CONCTA - TABLA DE MONEDAS LLENA: "          LG151026
                           MONEDA-BUS-CT " FUERA DE LA VERIFICACION"    LG151026
                           UPON CONSOLE                                 LG151026
                   MOVE 0 TO IM-CT                                      LG151026
                   MOVE 1 TO DIF-CT                                     LG151026
                   GO TO EXIT-BUSMON-CT                                 LG151026
               END-IF                                                   LG151026
               ADD 1 TO CANT-MON-CT                                     LG151026
               MOVE CANT-MON-CT TO IM-CT                                LG151026
               MOVE MONEDA-BUS-CT TO MON-COD-CT (IM-CT)                 LG151026
               MOVE 0 TO MON-CTA-ANT-CT (IM-CT)                         LG151026
               MOVE 0 TO MON-CTA-NVO-CT (IM-CT)                         LG151026
               MOVE 0 TO MON-PAG-ANT-CT (IM-CT)                         LG151026
               MOVE 0 TO MON-PAG-NVO-CT (IM-CT)                         LG151026
           END-IF.                                                      LG151026
       EXIT-BUSMON-CT.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   TOTALES-CT - CANTIDADES DE LA CARGA Y COMPARACION POR       *
      *   MONEDA DE CUOTAS, APLICADO Y SALDO ANTES Y DESPUES.         *
      ******************************************************************
       TOTALES-CT.                                                      LG151026
           IF LINEA-PAG-CT > 44                                         LG151026
               PERFORM ENCABEZADO-CT THRU EXIT-ENC-CT                   LG151026
           END-IF                                                       LG151026
           MOVE "CUOTAS"       TO CAN-ARCH-CT                           LG151026
           MOVE CANT-CTV-CT    TO CAN-LEI-CT                            LG151026
           MOVE CANT-CTA-CT    TO CAN-CAR-CT                            LG151026
           MOVE CANT-RCT-CT    TO CAN-RCH-CT                            LG151026
           MOVE CANT-DUP-CT    TO CAN-DUP-CT                            LG151026
           WRITE LINEA-LIS FROM LIN-CAN-CT AFTER ADVANCING 2 LINES      LG151026
           MOVE "APLICACIONES" TO CAN-ARCH-CT                           LG151026
           MOVE CANT-PGV-CT    TO CAN-LEI-CT                            LG151026
           MOVE CANT-PAG-CT    TO CAN-CAR-CT                            LG151026
           MOVE CANT-RPG-CT    TO CAN-RCH-CT                            LG151026
           MOVE 0              TO CAN-DUP-CT                            LG151026
           WRITE LINEA-LIS FROM LIN-CAN-CT AFTER ADVANCING 1 LINE       LG151026
           WRITE LINEA-LIS FROM LIN-TIT3-CT AFTER ADVANCING 2 LINES     LG151026
           ADD 5 TO LINEA-PAG-CT                                        LG151026
           PERFORM VARYING IM-CT FROM 1 BY 1                            LG151026
                   UNTIL IM-CT > CANT-MON-CT                            LG151026
               COMPUTE SALDO-ANT-CT = MON-CTA-ANT-CT (IM-CT)            LG151026
                                    - MON-PAG-ANT-CT (IM-CT)            LG151026
               COMPUTE SALDO-NVO-CT = MON-CTA-NVO-CT (IM-CT)            LG151026
                                    - MON-PAG-NVO-CT (IM-CT)            LG151026
               MOVE MON-COD-CT     (IM-CT) TO DET-MON-CT                LG151026
               MOVE MON-CTA-ANT-CT (IM-CT) TO DET-CTA-ANT-CT            LG151026
               MOVE MON-CTA-NVO-CT (IM-CT) TO DET-CTA-NVO-CT            LG151026
               MOVE MON-PAG-ANT-CT (IM-CT) TO DET-PAG-ANT-CT            LG151026
               MOVE MON-PAG-NVO-CT (IM-CT) TO DET-PAG-NVO-CT            LG151026
               MOVE SALDO-ANT-CT           TO DET-SAL-ANT-CT            LG151026
               MOVE SALDO-NVO-CT           TO DET-SAL-NVO-CT            LG151026
               MOVE SPACES                 TO DET-DIF-CT                LG151026
               IF MON-CTA-ANT-CT (IM-CT) NOT = MON-CTA-NVO-CT (IM-CT)   LG151026
                  OR MON-PAG-ANT-CT (IM-CT) NOT = MON-PAG-NVO-CT (IM-CT)LG151026
                   MOVE "DIFERENCIA" TO DET-DIF-CT                      LG151026
                   MOVE 1 TO DIF-CT                                     LG151026
               END-IF                                                   LG151026
               WRITE LINEA-LIS FROM LIN-MON-CT AFTER ADVANCING 1 LINE   LG151026
               ADD 1 TO LINEA-PAG-CT                                    LG151026
           END-PERFORM                                                  LG151026
           IF DIF-CT = 0                                                LG151026
               MOVE "SALDOS IDENTICOS ANTES Y DESPUES DE LA CONVERSION" LG151026
                    TO LINEA-LIS                                        LG151026
           ELSE                                                         LG151026
               MOVE DIF-MSG-CT TO LINEA-LIS                             LG151026
           END-IF                                                       LG151026
           WRITE LINEA-LIS AFTER ADVANCING 2 LINES.                     LG151026
       EXIT-TOT-CT.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-IMP-CT - CONVIERTE EL IMPORTE EDITADO DE CAMPO-IMP-CT *
      *   A VALOR-IMP-CT TOMANDO LOS DIGITOS DE IZQUIERDA A DERECHA   *
      *   (NEGATIVO SI APARECE "-").  IMP-OK-CT QUEDA EN CERO SI EL   *
      *   CAMPO TIENE OTRO CARACTER QUE DIGITOS, ESPACIOS, SIGNO O    *
      *   COMA DECIMAL, O NO TIENE NINGUN DIGITO.                     *
      ******************************************************************
       PARSE-IMP-CT.                                                    LG151026
           MOVE 0 TO ENT-IMP-CT                                         LG151026
           MOVE 0 TO NEG-IMP-CT                                         LG151026
           MOVE 1 TO IMP-OK-CT                                          LG151026
           IF CAMPO-IMP-CT = SPACES                                     LG151026
               MOVE 0 TO IMP-OK-CT                                      LG151026
           END-IF                                                       LG151026
           PERFORM VARYING I-CT FROM 1 BY 1 UNTIL I-CT > 12             LG151026
               MOVE CAMPO-IMP-CT (I-CT:1) TO DIG-X-CT                   LG151026
               IF DIG-X-CT = "-"                                        LG151026
                   MOVE 1 TO NEG-IMP-CT                                 LG151026
               ELSE                                                     LG151026
                   IF DIG-X-CT NUMERIC                                  LG151026
                       COMPUTE ENT-IMP-CT = ENT-IMP-CT * 10 + DIG-9-CT  LG151026
                   ELSE                                                 LG151026
                       IF DIG-X-CT NOT = " " AND DIG-X-CT NOT = ","     LG151026
                           MOVE 0 TO IMP-OK-CT                          LG151026
                       END-IF                                           LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-IMP-CT = ENT-IMP-CT / 100                      LG151026
           IF NEG-IMP-CT = 1                                            LG151026
               COMPUTE VALOR-IMP-CT = VALOR-IMP-CT * -1                 LG151026
           END-IF.                                                      LG151026
       EXIT-PARSE-CT.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-CT - TITULOS DE CADA PAGINA DEL INFORME.         *
      ******************************************************************
       ENCABEZADO-CT.                                                   LG151026
           ADD 1 TO PAGINA-CT                                           LG151026
           MOVE FECHA-HOY-CT TO FECHA-AMD                               LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-CT                                  LG151026
           MOVE MMM       TO TIT-MM-CT                                  LG151026
           MOVE AAA       TO TIT-AAAA-CT                                LG151026
           MOVE PAGINA-CT TO TIT-PAG-CT                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-CT AFTER ADVANCING PAGE        LG151026
           WRITE LINEA-LIS FROM LIN-TIT2-CT AFTER ADVANCING 2 LINES     LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE 4 TO LINEA-PAG-CT.                                      LG151026
       EXIT-ENC-CT.                                                     LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
