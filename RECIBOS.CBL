      *  RECIBO CON TRABA EXCLUSIVA) Y QUEDA EN                       *
      *  RECIBOS.DAT; LAS APLICACIONES QUEDAN EN CTAPAGOS.DAT.        *
      *  EL SALDO DE UNA CUOTA ES CTA-IMPORTE MENOS LA SUMA DE SUS    *
      *  APLICACIONES, QUE SE LEEN POR LA CLAVE DE LA CUOTA (RUC +    *
      *  SERIE + NUMERO + CUOTA).  ADEMAS EMITE EL INFORME DE         *
      *  ANTIGUEDAD DE SALDOS POR CLIENTE (VIGENTE / 30 / 60 / 90 Y   *
      *  MAS DIAS DE VENCIDA LA CUOTA).                               *
      *  EL RECIBO PUEDE INCLUIR RETENCIONES (RESGUARDOS DE IVA O     *
      *  IRAE QUE ENTREGA EL CLIENTE): SE APLICAN SOBRE LAS CUOTAS    *
      *  IGUAL QUE EL EFECTIVO Y QUEDAN EN CTAPAGOS.DAT CON PAG-TIPO  *
      *  R.  EL INFORME DE RETENCIONES DEL MES LISTA LO RECIBIDO POR  *
      *  CLIENTE E IMPUESTO Y LAS CUOTAS COBRADAS EN EL MES QUE       *
      *  QUEDARON CON SALDO SIN RESGUARDO.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG020926
                            ORGANIZATION  IS LINE SEQUENTIAL            LG020926
                            FILE STATUS   IS ST-RNU.                    LG020926

           SELECT ARCH-RTW ASSIGN TO "RECIBOS.RTW"                      LG151026
                            ORGANIZATION  IS INDEXED                    LG151026
                            ACCESS MODE   IS DYNAMIC                    LG151026
                            RECORD KEY    IS RTW-CLAVE                  LG151026
                            FILE STATUS   IS ST-RTW.                    LG151026

           SELECT LISTADO  ASSIGN TO "RECIBOS.LIS"                      LG020926
                            ORGANIZATION  IS LINE SEQUENTIAL            LG020926
           02  RNU-ULTIMO      PIC 9(008).                              LG020926
           02  FILLER          PIC X(012).                              LG020926

       FD ARCH-RTW                                                      LG151026
           LABEL RECORDS ARE STANDARD.                                  LG151026
       01 REG-RTW.                                                      LG151026
           02  RTW-CLAVE.                                               LG151026
               03  RTW-RUC     PIC X(012).                              LG151026
               03  RTW-IMPUESTO PIC X(004).                             LG151026
               03  RTW-FECHA   PIC 9(008).                              LG151026
               03  RTW-RECIBO  PIC 9(008).                              LG151026
               03  RTW-SERIE   PIC X(001).                              LG151026
               03  RTW-NUMFAC  PIC 9(008).                              LG151026
               03  RTW-CUOTA   PIC 9(002).                              LG151026
               03  RTW-RESGUARDO PIC X(012).                            LG151026
           02  RTW-CLIENTE     PIC X(006).                              LG151026
           02  RTW-MONEDA      PIC X(003).                              LG151026
           02  RTW-TASA        PIC 9(003)V99.                           LG151026
           02  RTW-IMPORTE     PIC S9(009)V99     COMP-3.               LG151026
           02  RTW-UYU         PIC S9(011)V99     COMP-3.               LG151026

       FD LISTADO                                                       LG020926
           LABEL RECORDS ARE OMITTED.                                   LG020926
       WORKING-STORAGE SECTION.                                         LG020926
       COPY "FECHA.VAR".                                                LG020926
       COPY "ST-ACE.VAR".                                               LG020926
       COPY "VALUSU.REG".                                               LG151026
       COPY "IMPRES.REG".                                               LG020926

       01  ST-REC              PIC X(002)  VALUE "00".                  LG020926
       01  ST-RNU              PIC X(002)  VALUE "00".                  LG020926
       01  ST-RTW              PIC X(002)  VALUE "00".                  LG151026
       01  ST-LIS              PIC X(002)  VALUE "00".                  LG020926

       01  MODO-ING-RB         PIC X(001)  VALUE SPACES.                LG020926
       01  DIAS-HOY-RB         PIC S9(009) COMP VALUE 0.                LG020926
       01  FIN-CTA-RB          PIC 9       VALUE 0.                     LG020926
       01  FIN-PAG-RB          PIC 9       VALUE 0.                     LG020926
       01  FIN-COT-RB          PIC 9       VALUE 0.                     LG020926
       01  SIN-CTA-RB          PIC 9       VALUE 0.                     LG020926
       01  CANT-REC-RB         PIC S9(005) COMP VALUE 0.                LG020926
       01  ULT-REC-RB          PIC 9(008)  VALUE 0.                     LG020926
       01  NUM-OK-RB           PIC 9       VALUE 0.                     LG020926
       01  ERR-PAG-RB          PIC 9       VALUE 0.                     LG151026
       01  DUP-PAG-RB          PIC 9       VALUE 0.                     LG151026
       01  RESP-NUM-RB         PIC X(001)  VALUE SPACES.                LG020926

      *  SALDO DE LA CUOTA LEIDA DE CTACTE.DAT CON LAS APLICACIONES
      *  DE CTAPAGOS.DAT DE SU MISMA CLAVE.
       01  IMP-CUO-RB          PIC S9(009)V99     COMP-3.               LG151026
       01  APLICADO-RB         PIC S9(009)V99     COMP-3.               LG151026
       01  RETENIDO-RB         PIC S9(009)V99     COMP-3.               LG151026
       01  ULT-PAGO-RB         PIC 9(008)  VALUE 0.                     LG151026

      *  PARSE DE IMPORTES EDITADOS (-(8)9,99) Y DE NUMEROS TIPEADOS
      *  POR CONSOLA, DIGITO A DIGITO.
       01  CAMPO-IMP-RB        PIC X(012)  VALUE SPACES.                LG020926
       01  I-RB                PIC S9(005) COMP.                        LG020926
       01  DIG-X-RB            PIC X(001).                              LG020926
       01  DIG-9-RB   REDEFINES DIG-X-RB  PIC 9(001).                   LG020926
       01  CAMPO-TC-RB         PIC X(010)  VALUE SPACES.                LG151026
       01  VALOR-TC-RB         PIC S9(005)V9(004) COMP-3.               LG151026
       01  ENT-TC-RB           PIC S9(011)        COMP-3.               LG151026

      *  INGRESO DEL RECIBO
       01  RUC-ING-RB          PIC X(012)  VALUE SPACES.                LG020926
               03  APL-NUMFAC-RB    PIC 9(008).                         LG020926
               03  APL-CUOTA-RB     PIC 9(002).                         LG020926
               03  APL-IMP-RB       PIC S9(009)V99 COMP-3.              LG020926
               03  APL-TIPO-RB      PIC X(001).                         LG151026
               03  APL-IMPUESTO-RB  PIC X(004).                         LG151026
               03  APL-TASA-RB      PIC 9(003)V99.                      LG151026
               03  APL-RESGUARDO-RB PIC X(012).                         LG151026

      *  RETENCIONES DEL RECIBO EN CURSO: TIPO-APL-RB "R" MIENTRAS SE
      *  PIDEN LAS LINEAS DE RESGUARDO, EN BLANCO PARA EL EFECTIVO.
       01  TIPO-APL-RB         PIC X(001)  VALUE SPACES.                LG151026
       01  RESGUARDO-ING-RB    PIC X(012)  VALUE SPACES.                LG151026
       01  IMPUESTO-ING-RB     PIC X(004)  VALUE SPACES.                LG151026
       01  TASA-ING-RB         PIC X(003)  VALUE SPACES.                LG151026
       01  TASA-ENT-RB         PIC 9(003)  VALUE 0.                     LG151026
       01  TASA-RET-RB         PIC 9(003)V99 VALUE 0.                   LG151026
       01  SUMA-RET-RB         PIC S9(009)V99     COMP-3.               LG151026
       01  DUP-RET-RB          PIC 9       VALUE 0.                     LG151026

      *  LINEA DE CONSULTA DE CUOTAS CON SALDO EN CONSOLA
       01  LIN-CUO-RB.                                                  LG020926
           02  DET-MAS-RB      PIC ---.---.--9,99.                      LG020926
           02  DET-TOT-RB      PIC ---.---.--9,99.                      LG020926


      *  INFORME DE RETENCIONES RECIBIDAS EN EL MES
       01  PERIODO-ING-RB      PIC X(006)  VALUE SPACES.                LG151026
       01  PERIODO-9-RB  REDEFINES PERIODO-ING-RB  PIC 9(006).          LG151026
       01  PERIODO-RB          PIC 9(006)  VALUE 0.                     LG151026
       01  FECHA-DESDE-RB      PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-HASTA-RB      PIC 9(008)  VALUE 0.                     LG151026
       01  FIN-RTW-RB          PIC 9       VALUE 0.                     LG151026
       01  CANT-RET-RB         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-SINRES-RB      PIC S9(005) COMP VALUE 0.                LG151026
       01  CUR-IMP-RB          PIC X(004)  VALUE SPACES.                LG151026
       01  SUB-UYU-RB          PIC S9(011)V99     COMP-3.               LG151026
       01  TOT-IVA-RB          PIC S9(011)V99     COMP-3.               LG151026
       01  TOT-IRAE-RB         PIC S9(011)V99     COMP-3.               LG151026
       01  CANT-IVA-RB         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-IRAE-RB        PIC S9(005) COMP VALUE 0.                LG151026
       01  UYU-RET-RB          PIC S9(011)V99     COMP-3.               LG151026
       01  SECCION-RB          PIC 9       VALUE 1.                     LG151026

       01  LIN-TIT3-RB.                                                 LG151026
           02  FILLER          PIC X(035) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(036)                               LG151026
               VALUE "RETENCIONES RECIBIDAS DE CLIENTES".               LG151026
           02  FILLER          PIC X(008) VALUE "PERIODO ".             LG151026
           02  TIT-PER-MM-RB   PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-PER-AA-RB   PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG3-RB     PIC ZZZZ9.                               LG151026

       01  LIN-TIT4-RB.                                                 LG151026
           02  FILLER          PIC X(039) VALUE                         LG151026
               "RUC          CLIENTE IMP. RESGUARDO    ".               LG151026
           02  FILLER          PIC X(038) VALUE                         LG151026
               "FECHA        RECIBO DOCUMENTO   CU MON".                LG151026
           02  FILLER          PIC X(039) VALUE                         LG151026
               "       IMPORTE    TASA      IMPORTE UYU".               LG151026

       01  LIN-RET-RB.                                                  LG151026
           02  RET-RUC-RB      PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  RET-CLI-RB      PIC X(006).                              LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  RET-IMP-RB      PIC X(004).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  RET-RESG-RB     PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  RET-FECHA-RB    PIC 9(008).                              LG151026
           02  FILLER          PIC X(003) VALUE SPACES.                 LG151026
           02  RET-RECIBO-RB   PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  RET-SERIE-RB    PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  RET-NUMFAC-RB   PIC 9(008).                              LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  RET-CUOTA-RB    PIC Z9.                                  LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  RET-MON-RB      PIC X(003).                              LG151026
           02  RET-IMPORTE-RB  PIC ---.---.--9,99.                      LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  RET-TASA-RB     PIC ZZ9,99.                              LG151026
           02  RET-UYU-RB      PIC --.---.---.--9,99.                   LG151026

       01  LIN-SUB-RB.                                                  LG151026
           02  FILLER          PIC X(006) VALUE "TOTAL ".               LG151026
           02  SUB-RUC-RB      PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SUB-CLI-RB      PIC X(006).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SUB-IMP-RB      PIC X(004).                              LG151026
           02  FILLER          PIC X(069) VALUE SPACES.                 LG151026
           02  SUB-UYU-ED-RB   PIC --.---.---.--9,99.                   LG151026

       01  LIN-TOT-RB.                                                  LG151026
           02  FILLER          PIC X(024)                               LG151026
               VALUE "TOTAL RETENIDO (UYU) ".                           LG151026
           02  TOT-IMP-RB      PIC X(004).                              LG151026
           02  FILLER          PIC X(010) VALUE "  LINEAS: ".           LG151026
           02  TOT-CANT-RB     PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(056) VALUE SPACES.                 LG151026
           02  TOT-UYU-RB      PIC --.---.---.--9,99.                   LG151026

       01  LIN-TIT5-RB.                                                 LG151026
           02  FILLER          PIC X(040) VALUE                         LG151026
               "CUOTAS COBRADAS EN EL PERIODO CON SALDO ".              LG151026
           02  FILLER          PIC X(026) VALUE                         LG151026
               "PENDIENTE Y SIN RESGUARDO".                             LG151026

       01  LIN-TIT6-RB.                                                 LG151026
           02  FILLER          PIC X(036) VALUE                         LG151026
               "RUC          CLIENTE DOCUMENTO   CU ".                  LG151026
           02  FILLER          PIC X(021) VALUE                         LG151026
               "VENCIM.  ULT.PAGO MON".                                 LG151026
           02  FILLER          PIC X(042) VALUE                         LG151026
               "       IMPORTE       COBRADO         SALDO".            LG151026

       01  LIN-SRE-RB.                                                  LG151026
           02  SRE-RUC-RB      PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SRE-CLI-RB      PIC X(006).                              LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  SRE-SERIE-RB    PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SRE-NUMFAC-RB   PIC 9(008).                              LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  SRE-CUOTA-RB    PIC Z9.                                  LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SRE-VTO-RB      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SRE-ULT-RB      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SRE-MON-RB      PIC X(003).                              LG151026
           02  SRE-IMPORTE-RB  PIC ---.---.--9,99.                      LG151026
           02  SRE-COBRADO-RB  PIC ---.---.--9,99.                      LG151026
           02  SRE-SALDO-RB    PIC ---.---.--9,99.                      LG151026

       PROCEDURE DIVISION.                                              LG020926

       COMIENZO SECTION.                                                LG020926
       PROCESO.                                                         LG020926
           DISPLAY "RECIBOS - COBRANZAS DE CUENTA CORRIENTE"            LG020926
                   UPON CONSOLE                                         LG020926
           DISPLAY "1=CARGA DE RECIBOS 2=INFORME DE ANTIGUEDAD "        LG151026
                   "3=INFORME DE RETENCIONES:" UPON CONSOLE             LG151026
           ACCEPT MODO-ING-RB FROM CONSOLE                              LG020926
           IF MODO-ING-RB NOT = "1" AND MODO-ING-RB NOT = "2"           LG151026
              AND MODO-ING-RB NOT = "3"                                 LG151026
               DISPLAY "RECIBOS - OPCION INVALIDA" UPON CONSOLE         LG020926
               GO TO FIN-PROCESO                                        LG020926
           END-IF                                                       LG020926
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "RECIBOS" TO PROGRAMA-VU                                LG151026
           IF MODO-ING-RB = "1"                                         LG151026
               SET PER-RECIBOS-VU TO TRUE                               LG151026
           ELSE                                                         LG151026
               SET PER-NINGUNO-VU TO TRUE                               LG151026
           END-IF                                                       LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-RB FROM DATE YYYYMMDD                       LG020926
           MOVE FECHA-HOY-RB TO FECHA-AMD                               LG020926
           PERFORM AMD-A-DIAS                                           LG020926
           MOVE DIAS-CORR TO DIAS-HOY-RB                                LG020926
           IF MODO-ING-RB = "3"                                         LG151026
               PERFORM PIDE-PERIODO-RB THRU EXIT-PIDPER-RB              LG151026
               IF PERIODO-RB = 0                                        LG151026
                   GO TO FIN-PROCESO                                    LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           PERFORM ABRE-CTA-RB THRU EXIT-ABRE-RB                        LG151026
           IF SIN-CTA-RB = 1                                            LG020926
               GO TO FIN-PROCESO                                        LG020926
           END-IF                                                       LG020926
               DISPLAY "RECIBOS - RECIBOS GRABADOS: " CANT-REC-RB       LG020926
                       UPON CONSOLE                                     LG020926
           ELSE                                                         LG020926
               IF MODO-ING-RB = "2"                                     LG151026
                   PERFORM INFORME-RB THRU EXIT-INF-RB                  LG151026
               ELSE                                                     LG151026
                   PERFORM INFORME-RET-RB THRU EXIT-INFRET-RB           LG151026
               END-IF                                                   LG151026
               DISPLAY "RECIBOS - INFORME EN RECIBOS.LIS" UPON CONSOLE  LG020926
           END-IF                                                       LG020926

           CLOSE ARCH-CTA                                               LG151026
           CLOSE ARCH-PAG.                                              LG151026
       FIN-PROCESO.                                                     LG020926
           STOP RUN.                                                    LG020926

      ******************************************************************
      *   ABRE-CTA-RB - ABRE CTACTE.DAT Y CTAPAGOS.DAT, QUE SE LEEN   *
      *   POR CLAVE TODA LA CORRIDA.  SIN CUENTAS A COBRAR NO HAY     *
      *   NADA QUE HACER; SI CTAPAGOS.DAT NO EXISTE TODAVIA, LAS      *
      *   CUOTAS NO TIENEN APLICACIONES.                              *
      ******************************************************************
       ABRE-CTA-RB.                                                     LG151026
           OPEN INPUT ARCH-CTA                                          LG020926
           IF ST-CTA NOT = "00"                                         LG020926
               DISPLAY "RECIBOS - NO SE PUDO ABRIR CTACTE.DAT ST "      LG020926
                       ST-CTA UPON CONSOLE                              LG020926
               IF ST-CTA = "05"                                         LG151026
                   CLOSE ARCH-CTA                                       LG151026
               END-IF                                                   LG151026
               MOVE 1 TO SIN-CTA-RB                                     LG020926
               GO TO EXIT-ABRE-RB                                       LG151026
           END-IF                                                       LG020926
           OPEN INPUT ARCH-PAG                                          LG020926
           IF ST-PAG NOT = "00" AND ST-PAG NOT = "05"                   LG151026
               DISPLAY "RECIBOS - NO SE PUDO ABRIR CTAPAGOS.DAT ST "    LG151026
                       ST-PAG UPON CONSOLE                              LG151026
               CLOSE ARCH-CTA                                           LG151026
               MOVE 1 TO SIN-CTA-RB                                     LG151026
           END-IF.                                                      LG020926
       EXIT-ABRE-RB.                                                    LG151026
           EXIT.                                                        LG020926

      ******************************************************************
      *   SALDO-CUOTA-RB - SALDO DE LA CUOTA LEIDA EN REG-CTA: SE     *
      *   POSICIONA CTAPAGOS.DAT EN LA CLAVE DE LA CUOTA Y SE SUMAN   *
      *   SUS APLICACIONES (DE ELLO, LO RETENIDO POR RESGUARDOS Y LA  *
      *   FECHA DEL ULTIMO COBRO EN EFECTIVO).                        *
      ******************************************************************
       SALDO-CUOTA-RB.                                                  LG151026
           MOVE CTA-IMPORTE TO CAMPO-IMP-RB                             LG151026
           PERFORM PARSE-IMP-RB THRU EXIT-PARSE-RB                      LG151026
           MOVE VALOR-IMP-RB TO IMP-CUO-RB                              LG151026
           MOVE 0 TO APLICADO-RB                                        LG151026
           MOVE 0 TO RETENIDO-RB                                        LG151026
           MOVE 0 TO ULT-PAGO-RB                                        LG151026
           MOVE 0 TO FIN-PAG-RB                                         LG151026
           MOVE LOW-VALUES TO PAG-CLAVE                                 LG151026
           MOVE CTA-RUC    TO PAG-RUC                                   LG151026
           MOVE CTA-SERIE  TO PAG-SERIE                                 LG151026
           MOVE CTA-NUMFAC TO PAG-NUMFAC                                LG151026
           MOVE CTA-CUOTA  TO PAG-CUOTA                                 LG151026
           START ARCH-PAG KEY NOT < PAG-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-PAG-RB                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-PAG-CUO-RB THRU EXIT-LEEPCU-RB                   LG151026
           PERFORM SUMA-PAG-RB THRU EXIT-SUMPAG-RB                      LG151026
                   UNTIL FIN-PAG-RB = 1                                 LG151026
           COMPUTE SALDO-RB = IMP-CUO-RB - APLICADO-RB.                 LG151026
       EXIT-SALCUO-RB.                                                  LG151026
           EXIT.                                                        LG020926

       LEE-PAG-CUO-RB.                                                  LG151026
           IF FIN-PAG-RB = 1                                            LG151026
               GO TO EXIT-LEEPCU-RB                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG020926
                   MOVE 1 TO FIN-PAG-RB                                 LG020926
                   GO TO EXIT-LEEPCU-RB                                 LG151026
           END-READ                                                     LG151026
           IF PAG-RUC    NOT = CTA-RUC    OR PAG-SERIE NOT = CTA-SERIE  LG151026
              OR PAG-NUMFAC NOT = CTA-NUMFAC                            LG151026
              OR PAG-CUOTA  NOT = CTA-CUOTA                             LG151026
               MOVE 1 TO FIN-PAG-RB                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEEPCU-RB.                                                  LG151026
           EXIT.                                                        LG020926

       SUMA-PAG-RB.                                                     LG020926
           MOVE PAG-IMPORTE TO CAMPO-IMP-RB                             LG020926
           PERFORM PARSE-IMP-RB THRU EXIT-PARSE-RB                      LG020926
           ADD VALOR-IMP-RB TO APLICADO-RB                              LG151026
           IF PAG-RETENCION                                             LG151026
               ADD VALOR-IMP-RB TO RETENIDO-RB                          LG151026
           ELSE                                                         LG151026
               IF PAG-FECHA > ULT-PAGO-RB                               LG151026
                   MOVE PAG-FECHA TO ULT-PAGO-RB                        LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           PERFORM LEE-PAG-CUO-RB THRU EXIT-LEEPCU-RB.                  LG151026
       EXIT-SUMPAG-RB.                                                  LG020926
           EXIT.                                                        LG151026

       LEE-PAG-RB.                                                      LG151026
           IF FIN-PAG-RB = 1                                            LG151026
               GO TO EXIT-LEEPAG-RB                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-RB                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEPAG-RB.                                                  LG151026
           EXIT.                                                        LG020926

      ******************************************************************
      ******************************************************************
      *   CARGA-RECIBO-RB - INGRESA UN RECIBO COMPLETO: RUC, FECHA,   *
      *   MONEDA E IMPORTE, MUESTRA LAS CUOTAS CON SALDO Y PIDE LAS   *
      *   APLICACIONES DEL EFECTIVO Y DESPUES LAS RETENCIONES         *
      *   (RESGUARDOS).  EL IMPORTE DEL RECIBO ES SOLO EL EFECTIVO.   *
      *   NADA SE GRABA HASTA CONFIRMAR EL RECIBO.                    *
      ******************************************************************
       CARGA-RECIBO-RB.                                                 LG020926
           DISPLAY "RUC DEL CLIENTE (VACIO=FIN):" UPON CONSOLE          LG020926

           MOVE 0 TO CANT-APL-RB                                        LG020926
           MOVE 0 TO SUMA-APL-RB                                        LG020926
           MOVE 0 TO SUMA-RET-RB                                        LG151026
           MOVE SPACES TO TIPO-APL-RB                                   LG151026
           MOVE SPACES TO RESGUARDO-ING-RB                              LG151026
           MOVE SPACES TO IMPUESTO-ING-RB                               LG151026
           MOVE 0      TO TASA-RET-RB                                   LG151026
           PERFORM PIDE-APLICA-RB THRU EXIT-PIDAPL-RB                   LG020926
           PERFORM PIDE-APLICA-RB THRU EXIT-PIDAPL-RB                   LG020926
                   UNTIL SERIE-ING-RB = SPACES                          LG020926
                      OR CANT-APL-RB >= 30                              LG020926
           IF CANT-APL-RB < 30                                          LG151026
               DISPLAY "RETENCIONES RECIBIDAS (RESGUARDOS DE IVA/IRAE)" LG151026
                       UPON CONSOLE                                     LG151026
               PERFORM PIDE-RETEN-RB THRU EXIT-PIDRET-RB                LG151026
               PERFORM PIDE-RETEN-RB THRU EXIT-PIDRET-RB                LG151026
                       UNTIL RESGUARDO-ING-RB = SPACES                  LG151026
                          OR CANT-APL-RB >= 30                          LG151026
           END-IF                                                       LG151026
           IF CANT-APL-RB = 0                                           LG020926
               DISPLAY "RECIBOS - SIN APLICACIONES, RECIBO ANULADO"     LG020926
                       UPON CONSOLE                                     LG020926
       MUESTRA-SALDOS-RB.                                               LG020926
           MOVE 0      TO HAY-CLI-RB                                    LG020926
           MOVE SPACES TO CLIENTE-REC-RB                                LG020926
           MOVE 0      TO FIN-CTA-RB                                    LG151026
           MOVE RUC-ING-RB TO CTA-RUC                                   LG151026
           MOVE SPACES     TO CTA-SERIE                                 LG151026
           MOVE 0          TO CTA-NUMFAC                                LG151026
           MOVE 0          TO CTA-CUOTA                                 LG151026
           START ARCH-CTA KEY NOT < CTA-CLAVE                           LG151026
               INVALID KEY                                              LG020926
                   MOVE 1 TO FIN-CTA-RB                                 LG151026
           END-START                                                    LG020926
           PERFORM LEE-CTA-RB THRU EXIT-LEECTA-RB                       LG151026
           PERFORM MUESTRA-CUOTA-RB THRU EXIT-MUECUO-RB                 LG020926
                   UNTIL FIN-CTA-RB = 1.                                LG151026
       EXIT-MUESTRA-RB.                                                 LG020926
           EXIT.                                                        LG020926

       LEE-CTA-RB.                                                      LG151026
           IF FIN-CTA-RB = 1                                            LG151026
               GO TO EXIT-LEECTA-RB                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG020926
                   MOVE 1 TO FIN-CTA-RB                                 LG151026
                   GO TO EXIT-LEECTA-RB                                 LG151026
           END-READ                                                     LG020926
           IF CTA-RUC NOT = RUC-ING-RB                                  LG151026
               MOVE 1 TO FIN-CTA-RB                                     LG151026
           END-IF.                                                      LG020926
       EXIT-LEECTA-RB.                                                  LG151026
           EXIT.                                                        LG020926

       MUESTRA-CUOTA-RB.                                                LG020926
           PERFORM SALDO-CUOTA-RB THRU EXIT-SALCUO-RB                   LG151026
           IF SALDO-RB NOT = 0                                          LG020926
               MOVE 1 TO HAY-CLI-RB                                     LG020926
               IF CLIENTE-REC-RB = SPACES                               LG020926
                   MOVE CTA-CLIENTE TO CLIENTE-REC-RB                   LG151026
               END-IF                                                   LG020926
               MOVE CTA-SERIE   TO CUO-SERIE-RB                         LG151026
               MOVE CTA-NUMFAC  TO CUO-NUMFAC-RB                        LG151026
               MOVE CTA-CUOTA   TO CUO-CUOTA-RB                         LG151026
               MOVE CTA-VTO     TO CUO-VTO-RB                           LG151026
               MOVE CTA-MONEDA  TO CUO-MONEDA-RB                        LG151026
               MOVE SALDO-RB    TO CUO-SALDO-RB                         LG020926
               DISPLAY LIN-CUO-RB UPON CONSOLE                          LG020926
           END-IF                                                       LG020926
           PERFORM LEE-CTA-RB THRU EXIT-LEECTA-RB.                      LG151026
       EXIT-MUECUO-RB.                                                  LG020926
           EXIT.                                                        LG020926

      *   MONEDA DEBE COINCIDIR CON LA DEL RECIBO, LA APLICACION NO   *
      *   PUEDE SUPERAR EL SALDO Y TOMA EL SIGNO DE LA CUOTA (LAS     *
      *   NOTAS DE CREDITO, DE SALDO NEGATIVO, SE APLICAN RESTANDO).  *
      *   CON TIPO-APL-RB "R" LA LINEA ES UNA RETENCION: NO SE ADMITE *
      *   SOBRE NOTAS DE CREDITO NI DOS VECES EL MISMO IMPUESTO SOBRE *
      *   LA MISMA CUOTA EN EL RECIBO, Y SE SUMA APARTE DEL EFECTIVO. *
      ******************************************************************
       PIDE-APLICA-RB.                                                  LG020926
           IF TIPO-APL-RB = "R"                                         LG151026
               DISPLAY "SERIE DEL DOCUMENTO RETENIDO (VACIO=NINGUNO):"  LG151026
                       UPON CONSOLE                                     LG151026
           ELSE                                                         LG151026
               DISPLAY "SERIE A APLICAR (VACIO=FIN):" UPON CONSOLE      LG151026
           END-IF                                                       LG151026
           ACCEPT SERIE-ING-RB FROM CONSOLE                             LG020926
           IF SERIE-ING-RB = SPACES                                     LG020926
               GO TO EXIT-PIDAPL-RB                                     LG020926
           MOVE NUMFAC-ING-RB TO NUMFAC-APL-RB                          LG020926
           MOVE CUOTA-ING-RB  TO CUOTA-APL-RB                           LG020926

           MOVE RUC-ING-RB    TO CTA-RUC                                LG151026
           MOVE SERIE-ING-RB  TO CTA-SERIE                              LG151026
           MOVE NUMFAC-APL-RB TO CTA-NUMFAC                             LG151026
           MOVE CUOTA-APL-RB  TO CTA-CUOTA                              LG151026
           READ ARCH-CTA                                                LG151026
               INVALID KEY                                              LG020926
                   DISPLAY "RECIBOS - CUOTA INEXISTENTE PARA ESE RUC"   LG020926
                           UPON CONSOLE                                 LG020926
                   GO TO EXIT-PIDAPL-RB                                 LG020926
           END-READ                                                     LG020926
           IF CTA-MONEDA NOT = MONEDA-ING-RB                            LG151026
               DISPLAY "RECIBOS - MONEDA DE LA CUOTA DISTINTA DE LA "   LG020926
                       "DEL RECIBO" UPON CONSOLE                        LG020926
               GO TO EXIT-PIDAPL-RB                                     LG020926
           END-IF                                                       LG020926
           MOVE 0 TO DUP-RET-RB                                         LG151026
           PERFORM SALDO-CUOTA-RB THRU EXIT-SALCUO-RB                   LG151026
           PERFORM VARYING JJ-RB FROM 1 BY 1                            LG020926
                   UNTIL JJ-RB > CANT-APL-RB                            LG020926
               IF APL-SERIE-RB  (JJ-RB) = CTA-SERIE  AND                LG151026
                  APL-NUMFAC-RB (JJ-RB) = CTA-NUMFAC AND                LG151026
                  APL-CUOTA-RB  (JJ-RB) = CTA-CUOTA                     LG151026
                   SUBTRACT APL-IMP-RB (JJ-RB) FROM SALDO-RB            LG020926
                   IF TIPO-APL-RB = "R" AND                             LG151026
                      APL-TIPO-RB     (JJ-RB) = "R" AND                 LG151026
                      APL-IMPUESTO-RB (JJ-RB) = IMPUESTO-ING-RB         LG151026
                       MOVE 1 TO DUP-RET-RB                             LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG020926
           END-PERFORM                                                  LG020926
           IF SALDO-RB = 0                                              LG020926
                       UPON CONSOLE                                     LG020926
               GO TO EXIT-PIDAPL-RB                                     LG020926
           END-IF                                                       LG020926
           IF TIPO-APL-RB = "R"                                         LG151026
               IF DUP-RET-RB = 1                                        LG151026
                   DISPLAY "RECIBOS - ESE IMPUESTO YA SE RETUVO SOBRE " LG151026
                           "LA CUOTA EN ESTE RECIBO" UPON CONSOLE       LG151026
                   GO TO EXIT-PIDAPL-RB                                 LG151026
               END-IF                                                   LG151026
               IF SALDO-RB < 0                                          LG151026
                   DISPLAY "RECIBOS - NO SE ADMITEN RETENCIONES SOBRE " LG151026
                           "NOTAS DE CREDITO" UPON CONSOLE              LG151026
                   GO TO EXIT-PIDAPL-RB                                 LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           DISPLAY "IMPORTE A APLICAR PARTE ENTERA:" UPON CONSOLE       LG020926
           ACCEPT ENTERO-ING-RB FROM CONSOLE                            LG020926
           MOVE NUMFAC-APL-RB TO APL-NUMFAC-RB (CANT-APL-RB)            LG020926
           MOVE CUOTA-APL-RB  TO APL-CUOTA-RB  (CANT-APL-RB)            LG020926
           MOVE IMP-APL-RB    TO APL-IMP-RB    (CANT-APL-RB)            LG020926
           MOVE TIPO-APL-RB      TO APL-TIPO-RB      (CANT-APL-RB)      LG151026
           MOVE IMPUESTO-ING-RB  TO APL-IMPUESTO-RB  (CANT-APL-RB)      LG151026
           MOVE TASA-RET-RB      TO APL-TASA-RB      (CANT-APL-RB)      LG151026
           MOVE RESGUARDO-ING-RB TO APL-RESGUARDO-RB (CANT-APL-RB)      LG151026
           IF TIPO-APL-RB = "R"                                         LG151026
               ADD IMP-APL-RB TO SUMA-RET-RB                            LG151026
           ELSE                                                         LG151026
               ADD IMP-APL-RB TO SUMA-APL-RB                            LG151026
           END-IF                                                       LG151026
           IF CANT-APL-RB >= 30                                         LG020926
               DISPLAY "RECIBOS - MAXIMO DE APLICACIONES POR RECIBO"    LG020926
                       UPON CONSOLE                                     LG020926
       EXIT-PIDAPL-RB.                                                  LG020926
           EXIT.                                                        LG020926

      ******************************************************************
      *   PIDE-RETEN-RB - PIDE UNA LINEA DE RETENCION: NUMERO DE      *
      *   RESGUARDO, IMPUESTO (IVA O IRAE) Y TASA, Y LA APLICA SOBRE  *
      *   UNA CUOTA DEL CLIENTE CON LOS MISMOS CONTROLES DEL          *
      *   EFECTIVO (PIDE-APLICA-RB).  EL IMPORTE RETENIDO VA EN LA    *
      *   MONEDA DE LA CUOTA, QUE ES LA DEL RECIBO.                   *
      ******************************************************************
       PIDE-RETEN-RB.                                                   LG151026
           DISPLAY "NUMERO DE RESGUARDO (VACIO=FIN):" UPON CONSOLE      LG151026
           ACCEPT RESGUARDO-ING-RB FROM CONSOLE                         LG151026
           IF RESGUARDO-ING-RB = SPACES                                 LG151026
               GO TO EXIT-PIDRET-RB                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "IMPUESTO RETENIDO (IVA/IRAE):" UPON CONSOLE         LG151026
           ACCEPT IMPUESTO-ING-RB FROM CONSOLE                          LG151026
           IF IMPUESTO-ING-RB NOT = "IVA" AND                           LG151026
              IMPUESTO-ING-RB NOT = "IRAE"                              LG151026
               DISPLAY "RECIBOS - IMPUESTO INVALIDO" UPON CONSOLE       LG151026
               GO TO EXIT-PIDRET-RB                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "TASA DE RETENCION (%) PARTE ENTERA:" UPON CONSOLE   LG151026
           ACCEPT TASA-ING-RB FROM CONSOLE                              LG151026
           DISPLAY "TASA DE RETENCION DECIMALES (2 DIGITOS):"           LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT DECIM-ING-RB FROM CONSOLE                             LG151026
           INSPECT TASA-ING-RB  REPLACING LEADING " " BY "0"            LG151026
           INSPECT DECIM-ING-RB REPLACING LEADING " " BY "0"            LG151026
           IF TASA-ING-RB NOT NUMERIC OR DECIM-ING-RB NOT NUMERIC       LG151026
               DISPLAY "RECIBOS - TASA INVALIDA" UPON CONSOLE           LG151026
               GO TO EXIT-PIDRET-RB                                     LG151026
           END-IF                                                       LG151026
           MOVE TASA-ING-RB  TO TASA-ENT-RB                             LG151026
           MOVE DECIM-ING-RB TO DECIM-RB                                LG151026
           COMPUTE TASA-RET-RB = TASA-ENT-RB + DECIM-RB / 100           LG151026
           IF TASA-RET-RB = 0 OR TASA-RET-RB > 100                      LG151026
               DISPLAY "RECIBOS - TASA INVALIDA" UPON CONSOLE           LG151026
               GO TO EXIT-PIDRET-RB                                     LG151026
           END-IF                                                       LG151026
           MOVE "R" TO TIPO-APL-RB                                      LG151026
           PERFORM PIDE-APLICA-RB THRU EXIT-PIDAPL-RB                   LG151026
           MOVE SPACES TO TIPO-APL-RB.                                  LG151026
       EXIT-PIDRET-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GRABA-RECIBO-RB - NUMERA EL RECIBO, LO GRABA EN RECIBOS.DAT *
      *   Y GRABA UNA LINEA EN CTAPAGOS.DAT POR CADA APLICACION (CLAVE*
      *   DE LA CUOTA + RECIBO + NUMERO DE LINEA DEL RECIBO).  LAS    *
      *   RETENCIONES LLEVAN PAG-TIPO R CON IMPUESTO, TASA Y NUMERO   *
      *   DE RESGUARDO.  SI ALGUNA CLAVE YA EXISTE EN CTAPAGOS.DAT EL *
      *   RECIBO NO SE GRABA.                                         *
      ******************************************************************
       GRABA-RECIBO-RB.                                                 LG020926
           PERFORM TOMA-NUMERO-RB THRU EXIT-TOMANUM-RB                  LG020926
                       ST-REC UPON CONSOLE                              LG020926
               GO TO EXIT-GRAREC-RB                                     LG020926
           END-IF                                                       LG020926
           CLOSE ARCH-PAG                                               LG151026
           OPEN I-O ARCH-PAG                                            LG151026
           IF ST-PAG NOT = "00" AND ST-PAG NOT = "05"                   LG020926
               DISPLAY "RECIBOS - NO SE PUDO ABRIR CTAPAGOS.DAT ST "    LG020926
                       ST-PAG UPON CONSOLE                              LG020926
               CLOSE ARCH-REC                                           LG020926
               OPEN INPUT ARCH-PAG                                      LG151026
               GO TO EXIT-GRAREC-RB                                     LG020926
           END-IF                                                       LG020926

           MOVE 0 TO DUP-PAG-RB                                         LG151026
           PERFORM VERIFICA-PAG-RB THRU EXIT-VERPAG-RB                  LG151026
                   VARYING JJ-RB FROM 1 BY 1                            LG151026
                   UNTIL JJ-RB > CANT-APL-RB OR DUP-PAG-RB = 1          LG151026
           IF DUP-PAG-RB = 1                                            LG151026
               DISPLAY "RECIBOS - EL RECIBO " ULT-REC-RB                LG151026
                       " YA TIENE APLICACIONES EN CTAPAGOS.DAT, "       LG151026
                       "NO SE GRABA" UPON CONSOLE                       LG151026
               CLOSE ARCH-PAG                                           LG151026
               OPEN INPUT ARCH-PAG                                      LG151026
               CLOSE ARCH-REC                                           LG151026
               GO TO EXIT-GRAREC-RB                                     LG151026
           END-IF                                                       LG151026

           MOVE SPACES         TO LINEA-REC                             LG020926
           MOVE ULT-REC-RB     TO REC-NUMERO                            LG020926
           MOVE FECHA-REC-RB   TO REC-FECHA                             LG020926
           MOVE TC-REC-RB      TO REC-TC                                LG020926
           WRITE LINEA-REC                                              LG020926

           MOVE 0 TO ERR-PAG-RB                                         LG151026
           PERFORM VARYING JJ-RB FROM 1 BY 1                            LG020926
                   UNTIL JJ-RB > CANT-APL-RB OR ERR-PAG-RB = 1          LG151026
               MOVE SPACES                TO REG-PAG                    LG151026
               MOVE ULT-REC-RB            TO PAG-RECIBO                 LG020926
               MOVE JJ-RB                 TO PAG-LINEA                  LG151026
               MOVE FECHA-REC-RB          TO PAG-FECHA                  LG020926
               MOVE RUC-ING-RB            TO PAG-RUC                    LG020926
               MOVE CLIENTE-REC-RB        TO PAG-CLIENTE                LG020926
               MOVE APL-IMP-RB    (JJ-RB) TO PAG-IMPORTE                LG020926
               MOVE MONEDA-ING-RB         TO PAG-MONEDA                 LG020926
               MOVE TC-REC-RB             TO PAG-TC                     LG020926
               MOVE APL-TIPO-RB   (JJ-RB) TO PAG-TIPO                   LG151026
               IF APL-TIPO-RB (JJ-RB) = "R"                             LG151026
                   MOVE APL-IMPUESTO-RB  (JJ-RB) TO PAG-IMPUESTO        LG151026
                   MOVE APL-TASA-RB      (JJ-RB) TO PAG-TASA-RET        LG151026
                   MOVE APL-RESGUARDO-RB (JJ-RB) TO PAG-RESGUARDO       LG151026
               END-IF                                                   LG151026
               WRITE REG-PAG                                            LG151026
                   INVALID KEY                                          LG151026
                       DISPLAY "RECIBOS - APLICACION DUPLICADA EN "     LG151026
                               "CTAPAGOS.DAT ST " ST-PAG UPON CONSOLE   LG151026
                       MOVE 1 TO ERR-PAG-RB                             LG151026
               END-WRITE                                                LG151026
               IF ERR-PAG-RB = 0 AND                                    LG151026
                  ST-PAG NOT = "00" AND ST-PAG NOT = "02"               LG151026
                   DISPLAY "RECIBOS - ERROR AL GRABAR CTAPAGOS.DAT ST " LG151026
                           ST-PAG UPON CONSOLE                          LG151026
                   MOVE 1 TO ERR-PAG-RB                                 LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG020926

           CLOSE ARCH-PAG                                               LG020926
           OPEN INPUT ARCH-PAG                                          LG151026
           CLOSE ARCH-REC                                               LG020926
           IF ERR-PAG-RB = 1                                            LG151026
               DISPLAY "RECIBOS - EL RECIBO " ULT-REC-RB                LG151026
                       " QUEDO GRABADO INCOMPLETO: VERIFICARLO CON "    LG151026
                       "CONCIL" UPON CONSOLE                            LG151026
               GO TO EXIT-GRAREC-RB                                     LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-REC-RB                                         LG020926
           DISPLAY "RECIBOS - RECIBO " ULT-REC-RB " GRABADO"            LG020926
                   UPON CONSOLE.                                        LG020926
           EXIT.                                                        LG020926

      ******************************************************************
      *   VERIFICA-PAG-RB - ANTES DE GRABAR EL RECIBO CONTROLA QUE LA *
      *   CLAVE DE LA APLICACION JJ-RB NO EXISTA EN CTAPAGOS.DAT.     *
      *   DEJA DUP-PAG-RB = 1 SI YA ESTA.                             *
      ******************************************************************
       VERIFICA-PAG-RB.                                                 LG151026
           MOVE SPACES                TO REG-PAG                        LG151026
           MOVE RUC-ING-RB            TO PAG-RUC                        LG151026
           MOVE APL-SERIE-RB  (JJ-RB) TO PAG-SERIE                      LG151026
           MOVE APL-NUMFAC-RB (JJ-RB) TO PAG-NUMFAC                     LG151026
           MOVE APL-CUOTA-RB  (JJ-RB) TO PAG-CUOTA                      LG151026
           MOVE ULT-REC-RB            TO PAG-RECIBO                     LG151026
           MOVE JJ-RB                 TO PAG-LINEA                      LG151026
           READ ARCH-PAG                                                LG151026
               INVALID KEY                                              LG151026
                   GO TO EXIT-VERPAG-RB                                 LG151026
           END-READ                                                     LG151026
           MOVE 1 TO DUP-PAG-RB.                                        LG151026
       EXIT-VERPAG-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   INFORME-RB - ANTIGUEDAD DE SALDOS: RECORRE CTACTE.DAT POR   *
      *   CLAVE (ORDENADO POR RUC) Y POR CADA CLIENTE IMPRIME UNA     *
      *   LINEA POR MONEDA CON EL SALDO ABIERTO POR TRAMO DE DIAS DE  *
      *   VENCIDA LA CUOTA (CTA-VTO CONTRA LA FECHA DE HOY).          *
      ******************************************************************
               GO TO EXIT-INF-RB                                        LG020926
           END-IF                                                       LG020926
           PERFORM ENCABEZADO-RB THRU EXIT-ENC-RB                       LG020926
           MOVE 0 TO FIN-CTA-RB                                         LG151026
           MOVE LOW-VALUES TO CTA-CLAVE                                 LG151026
           START ARCH-CTA KEY NOT < CTA-CLAVE                           LG151026
               INVALID KEY                                              LG020926
                   MOVE 1 TO FIN-CTA-RB                                 LG151026
           END-START                                                    LG020926
           IF FIN-CTA-RB = 0                                            LG151026
               READ ARCH-CTA NEXT                                       LG151026
                   AT END                                               LG020926
                       MOVE 1 TO FIN-CTA-RB                             LG151026
               END-READ                                                 LG020926
           END-IF                                                       LG020926
           PERFORM ACUMULA-INF-RB THRU EXIT-ACUINF-RB                   LG020926
                   UNTIL FIN-CTA-RB = 1                                 LG151026
           PERFORM CIERRA-CLI-RB THRU EXIT-CIECLI-RB                    LG020926
           CLOSE LISTADO.                                               LG020926
       EXIT-INF-RB.                                                     LG020926
           EXIT.                                                        LG020926

       ACUMULA-INF-RB.                                                  LG020926
           IF CTA-RUC NOT = CUR-RUC-RB                                  LG151026
               PERFORM CIERRA-CLI-RB THRU EXIT-CIECLI-RB                LG020926
               MOVE CTA-RUC     TO CUR-RUC-RB                           LG151026
               MOVE CTA-CLIENTE TO CUR-CLI-RB                           LG151026
           END-IF                                                       LG020926
           PERFORM SALDO-CUOTA-RB THRU EXIT-SALCUO-RB                   LG151026
           IF SALDO-RB NOT = 0                                          LG020926
               PERFORM SUMA-TRAMO-RB THRU EXIT-TRAMO-RB                 LG020926
           END-IF                                                       LG020926
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG020926
                   MOVE 1 TO FIN-CTA-RB                                 LG151026
           END-READ.                                                    LG020926
       EXIT-ACUINF-RB.                                                  LG020926
           EXIT.                                                        LG020926
       SUMA-TRAMO-RB.                                                   LG020926
           PERFORM VARYING I-RB FROM 1 BY 1                             LG020926
                   UNTIL I-RB > CANT-MON-RB                             LG020926
                      OR MON-COD-RB (I-RB) = CTA-MONEDA                 LG151026
               CONTINUE                                                 LG020926
           END-PERFORM                                                  LG020926
           IF I-RB > CANT-MON-RB                                        LG020926
               IF CANT-MON-RB >= 10                                     LG020926
                   DISPLAY "RECIBOS - TABLA DE MONEDAS LLENA: "         LG020926
                           CTA-MONEDA " FUERA DEL INFORME"              LG151026
                           UPON CONSOLE                                 LG020926
                   GO TO EXIT-TRAMO-RB                                  LG020926
               END-IF                                                   LG020926
               ADD 1 TO CANT-MON-RB                                     LG020926
               MOVE CANT-MON-RB TO I-RB                                 LG020926
               MOVE CTA-MONEDA TO MON-COD-RB (I-RB)                     LG151026
               MOVE 0 TO MON-VIG-RB (I-RB)                              LG020926
               MOVE 0 TO MON-D30-RB (I-RB)                              LG020926
               MOVE 0 TO MON-D60-RB (I-RB)                              LG020926
               MOVE 0 TO MON-MAS-RB (I-RB)                              LG020926
               MOVE 0 TO MON-TOT-RB (I-RB)                              LG020926
           END-IF                                                       LG020926
           MOVE CTA-VTO TO FECHA-AMD                                    LG151026
           PERFORM AMD-A-DIAS                                           LG020926
           COMPUTE DIAS-VTO-RB = DIAS-HOY-RB - DIAS-CORR                LG020926
           IF DIAS-VTO-RB NOT > 0                                       LG020926
       EXIT-ENC-RB.                                                     LG020926
           EXIT.                                                        LG020926

      ******************************************************************
      *   PIDE-PERIODO-RB - PERIODO (AAAAMM) DEL INFORME DE           *
      *   RETENCIONES; VACIO ES EL MES ANTERIOR.  DEJA LAS FECHAS     *
      *   DESDE/HASTA DEL MES, O PERIODO-RB EN CERO SI ES INVALIDO.   *
      ******************************************************************
       PIDE-PERIODO-RB.                                                 LG151026
           MOVE 0 TO PERIODO-RB                                         LG151026
           DISPLAY "PERIODO (AAAAMM), VACIO=MES ANTERIOR:"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT PERIODO-ING-RB FROM CONSOLE                           LG151026
           IF PERIODO-ING-RB = SPACES                                   LG151026
               MOVE FECHA-HOY-RB (1:6) TO PERIODO-RB                    LG151026
               IF FECHA-HOY-RB (5:2) = "01"                             LG151026
                   SUBTRACT 89 FROM PERIODO-RB                          LG151026
               ELSE                                                     LG151026
                   SUBTRACT 1 FROM PERIODO-RB                           LG151026
               END-IF                                                   LG151026
           ELSE                                                         LG151026
               IF PERIODO-ING-RB NOT NUMERIC OR                         LG151026
                  PERIODO-ING-RB (5:2) < "01" OR                        LG151026
                  PERIODO-ING-RB (5:2) > "12"                           LG151026
                   DISPLAY "RECIBOS - PERIODO INVALIDO" UPON CONSOLE    LG151026
                   GO TO EXIT-PIDPER-RB                                 LG151026
               END-IF                                                   LG151026
               MOVE PERIODO-9-RB TO PERIODO-RB                          LG151026
           END-IF                                                       LG151026
           COMPUTE FECHA-DESDE-RB = PERIODO-RB * 100 + 1                LG151026
           MOVE PERIODO-RB (1:4) TO AAA                                 LG151026
           MOVE PERIODO-RB (5:2) TO MMM                                 LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           COMPUTE FECHA-HASTA-RB = PERIODO-RB * 100 + DIM-AUX.         LG151026
       EXIT-PIDPER-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   INFORME-RET-RB - RETENCIONES RECIBIDAS EN EL PERIODO: ARMA  *
      *   RECIBOS.RTW (CLAVE RUC + IMPUESTO + FECHA + RECIBO + CUOTA) *
      *   CON LAS LINEAS PAG-TIPO R DE CTAPAGOS.DAT E IMPRIME EL      *
      *   DETALLE CON SUBTOTAL POR CLIENTE E IMPUESTO Y TOTAL POR     *
      *   IMPUESTO EN MONEDA NACIONAL (IMPORTE POR EL TC DEL RECIBO). *
      *   DESPUES LISTA LAS CUOTAS CON COBRO EN EFECTIVO EN EL        *
      *   PERIODO QUE SIGUEN CON SALDO Y NO TIENEN NINGUNA RETENCION, *
      *   PARA RECLAMAR EL RESGUARDO AL CLIENTE QUE PAGO DE MENOS.    *
      ******************************************************************
       INFORME-RET-RB.                                                  LG151026
           OPEN OUTPUT ARCH-RTW                                         LG151026
           IF ST-RTW NOT = "00"                                         LG151026
               DISPLAY "RECIBOS - NO SE PUDO CREAR RECIBOS.RTW ST "     LG151026
                       ST-RTW UPON CONSOLE                              LG151026
               GO TO EXIT-INFRET-RB                                     LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-RTW                                               LG151026
           OPEN I-O ARCH-RTW                                            LG151026

           MOVE 0 TO FIN-PAG-RB                                         LG151026
           MOVE LOW-VALUES TO PAG-CLAVE                                 LG151026
           START ARCH-PAG KEY NOT < PAG-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-PAG-RB                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-PAG-RB THRU EXIT-LEEPAG-RB                       LG151026
           PERFORM GRABA-RTW-RB THRU EXIT-GRARTW-RB                     LG151026
                   UNTIL FIN-PAG-RB = 1                                 LG151026

           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "RECIBOS - NO SE PUDO ABRIR RECIBOS.LIS ST "     LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-RTW                                           LG151026
               GO TO EXIT-INFRET-RB                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO TOT-IVA-RB                                         LG151026
           MOVE 0 TO TOT-IRAE-RB                                        LG151026
           MOVE 0 TO SUB-UYU-RB                                         LG151026
           MOVE SPACES TO CUR-RUC-RB                                    LG151026
           MOVE 1 TO SECCION-RB                                         LG151026
           PERFORM ENCABEZADO-RET-RB THRU EXIT-ENCRET-RB                LG151026

           MOVE 0 TO FIN-RTW-RB                                         LG151026
           MOVE LOW-VALUES TO RTW-CLAVE                                 LG151026
           START ARCH-RTW KEY NOT < RTW-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-RTW-RB                                 LG151026
           END-START                                                    LG151026
           IF FIN-RTW-RB = 0                                            LG151026
               READ ARCH-RTW NEXT                                       LG151026
                   AT END                                               LG151026
                       MOVE 1 TO FIN-RTW-RB                             LG151026
               END-READ                                                 LG151026
           END-IF                                                       LG151026
           PERFORM IMPRIME-RTW-RB THRU EXIT-IMPRTW-RB                   LG151026
                   UNTIL FIN-RTW-RB = 1                                 LG151026
           PERFORM CIERRA-SUB-RB THRU EXIT-CIESUB-RB                    LG151026
           CLOSE ARCH-RTW                                               LG151026

           IF LINEA-PAG-RB > 52                                         LG151026
               PERFORM ENCABEZADO-RET-RB THRU EXIT-ENCRET-RB            LG151026
           END-IF                                                       LG151026
           IF CANT-RET-RB = 0                                           LG151026
               MOVE "SIN RETENCIONES RECIBIDAS EN EL PERIODO"           LG151026
                    TO LINEA-LIS                                        LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
               ADD 1 TO LINEA-PAG-RB                                    LG151026
           END-IF                                                       LG151026
           MOVE "IVA"        TO TOT-IMP-RB                              LG151026
           MOVE CANT-IVA-RB  TO TOT-CANT-RB                             LG151026
           MOVE TOT-IVA-RB   TO TOT-UYU-RB                              LG151026
           WRITE LINEA-LIS FROM LIN-TOT-RB AFTER ADVANCING 2 LINES      LG151026
           MOVE "IRAE"       TO TOT-IMP-RB                              LG151026
           MOVE CANT-IRAE-RB TO TOT-CANT-RB                             LG151026
           MOVE TOT-IRAE-RB  TO TOT-UYU-RB                              LG151026
           WRITE LINEA-LIS FROM LIN-TOT-RB AFTER ADVANCING 1 LINE       LG151026
           ADD 3 TO LINEA-PAG-RB                                        LG151026

           MOVE 2 TO SECCION-RB                                         LG151026
           IF LINEA-PAG-RB > 50                                         LG151026
               PERFORM ENCABEZADO-RET-RB THRU EXIT-ENCRET-RB            LG151026
           ELSE                                                         LG151026
               WRITE LINEA-LIS FROM LIN-TIT5-RB                         LG151026
                     AFTER ADVANCING 3 LINES                            LG151026
               WRITE LINEA-LIS FROM LIN-TIT6-RB                         LG151026
                     AFTER ADVANCING 2 LINES                            LG151026
               MOVE SPACES TO LINEA-LIS                                 LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
               ADD 6 TO LINEA-PAG-RB                                    LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CTA-RB                                         LG151026
           MOVE LOW-VALUES TO CTA-CLAVE                                 LG151026
           START ARCH-CTA KEY NOT < CTA-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-CTA-RB                                 LG151026
           END-START                                                    LG151026
           IF FIN-CTA-RB = 0                                            LG151026
               READ ARCH-CTA NEXT                                       LG151026
                   AT END                                               LG151026
                       MOVE 1 TO FIN-CTA-RB                             LG151026
               END-READ                                                 LG151026
           END-IF                                                       LG151026
           PERFORM SIN-RESGUARDO-RB THRU EXIT-SINRES-RB                 LG151026
                   UNTIL FIN-CTA-RB = 1                                 LG151026
           IF CANT-SINRES-RB = 0                                        LG151026
               MOVE "NINGUNA" TO LINEA-LIS                              LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
           END-IF                                                       LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "RECIBOS - RETENCIONES DEL PERIODO: " CANT-RET-RB    LG151026
                   " - CUOTAS SIN RESGUARDO: " CANT-SINRES-RB           LG151026
                   UPON CONSOLE.                                        LG151026
       EXIT-INFRET-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GRABA-RTW-RB - PASA AL ARCHIVO DEL INFORME CADA RETENCION   *
      *   DEL PERIODO CON SU EQUIVALENTE EN MONEDA NACIONAL.          *
      ******************************************************************
       GRABA-RTW-RB.                                                    LG151026
           IF NOT PAG-RETENCION                                         LG151026
              OR PAG-FECHA < FECHA-DESDE-RB                             LG151026
              OR PAG-FECHA > FECHA-HASTA-RB                             LG151026
               GO TO SIGUE-GRARTW-RB                                    LG151026
           END-IF                                                       LG151026
           MOVE PAG-IMPORTE TO CAMPO-IMP-RB                             LG151026
           PERFORM PARSE-IMP-RB THRU EXIT-PARSE-RB                      LG151026
           IF PAG-MONEDA = "UYU"                                        LG151026
               MOVE VALOR-IMP-RB TO UYU-RET-RB                          LG151026
           ELSE                                                         LG151026
               MOVE PAG-TC TO CAMPO-TC-RB                               LG151026
               PERFORM PARSE-TC-RB THRU EXIT-PARTC-RB                   LG151026
               COMPUTE UYU-RET-RB ROUNDED = VALOR-IMP-RB * VALOR-TC-RB  LG151026
           END-IF                                                       LG151026
           MOVE PAG-RUC       TO RTW-RUC                                LG151026
           MOVE PAG-IMPUESTO  TO RTW-IMPUESTO                           LG151026
           MOVE PAG-FECHA     TO RTW-FECHA                              LG151026
           MOVE PAG-RECIBO    TO RTW-RECIBO                             LG151026
           MOVE PAG-SERIE     TO RTW-SERIE                              LG151026
           MOVE PAG-NUMFAC    TO RTW-NUMFAC                             LG151026
           MOVE PAG-CUOTA     TO RTW-CUOTA                              LG151026
           MOVE PAG-RESGUARDO TO RTW-RESGUARDO                          LG151026
           READ ARCH-RTW                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE PAG-CLIENTE  TO RTW-CLIENTE                     LG151026
                   MOVE PAG-MONEDA   TO RTW-MONEDA                      LG151026
                   MOVE 0            TO RTW-TASA                        LG151026
                   IF PAG-TASA-RET NUMERIC                              LG151026
                       MOVE PAG-TASA-RET TO RTW-TASA                    LG151026
                   END-IF                                               LG151026
                   MOVE VALOR-IMP-RB TO RTW-IMPORTE                     LG151026
                   MOVE UYU-RET-RB   TO RTW-UYU                         LG151026
                   WRITE REG-RTW                                        LG151026
                   GO TO SIGUE-GRARTW-RB                                LG151026
           END-READ                                                     LG151026
           ADD VALOR-IMP-RB TO RTW-IMPORTE                              LG151026
           ADD UYU-RET-RB   TO RTW-UYU                                  LG151026
           REWRITE REG-RTW.                                             LG151026
       SIGUE-GRARTW-RB.                                                 LG151026
           PERFORM LEE-PAG-RB THRU EXIT-LEEPAG-RB.                      LG151026
       EXIT-GRARTW-RB.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-RTW-RB.                                                  LG151026
           IF RTW-RUC NOT = CUR-RUC-RB OR RTW-IMPUESTO NOT = CUR-IMP-RB LG151026
               PERFORM CIERRA-SUB-RB THRU EXIT-CIESUB-RB                LG151026
               MOVE RTW-RUC      TO CUR-RUC-RB                          LG151026
               MOVE RTW-CLIENTE  TO CUR-CLI-RB                          LG151026
               MOVE RTW-IMPUESTO TO CUR-IMP-RB                          LG151026
           END-IF                                                       LG151026
           IF LINEA-PAG-RB > 56                                         LG151026
               PERFORM ENCABEZADO-RET-RB THRU EXIT-ENCRET-RB            LG151026
           END-IF                                                       LG151026
           MOVE RTW-RUC       TO RET-RUC-RB                             LG151026
           MOVE RTW-CLIENTE   TO RET-CLI-RB                             LG151026
           MOVE RTW-IMPUESTO  TO RET-IMP-RB                             LG151026
           MOVE RTW-RESGUARDO TO RET-RESG-RB                            LG151026
           MOVE RTW-FECHA     TO RET-FECHA-RB                           LG151026
           MOVE RTW-RECIBO    TO RET-RECIBO-RB                          LG151026
           MOVE RTW-SERIE     TO RET-SERIE-RB                           LG151026
           MOVE RTW-NUMFAC    TO RET-NUMFAC-RB                          LG151026
           MOVE RTW-CUOTA     TO RET-CUOTA-RB                           LG151026
           MOVE RTW-MONEDA    TO RET-MON-RB                             LG151026
           MOVE RTW-IMPORTE   TO RET-IMPORTE-RB                         LG151026
           MOVE RTW-TASA      TO RET-TASA-RB                            LG151026
           MOVE RTW-UYU       TO RET-UYU-RB                             LG151026
           WRITE LINEA-LIS FROM LIN-RET-RB AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-RB                                        LG151026
           ADD 1 TO CANT-RET-RB                                         LG151026
           ADD RTW-UYU TO SUB-UYU-RB                                    LG151026
           IF RTW-IMPUESTO = "IVA"                                      LG151026
               ADD RTW-UYU TO TOT-IVA-RB                                LG151026
               ADD 1 TO CANT-IVA-RB                                     LG151026
           ELSE                                                         LG151026
               ADD RTW-UYU TO TOT-IRAE-RB                               LG151026
               ADD 1 TO CANT-IRAE-RB                                    LG151026
           END-IF                                                       LG151026
           READ ARCH-RTW NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-RTW-RB                                 LG151026
           END-READ.                                                    LG151026
       EXIT-IMPRTW-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CIERRA-SUB-RB - SUBTOTAL EN MONEDA NACIONAL DEL CLIENTE E   *
      *   IMPUESTO QUE TERMINA.                                       *
      ******************************************************************
       CIERRA-SUB-RB.                                                   LG151026
           IF CUR-RUC-RB = SPACES                                       LG151026
               GO TO EXIT-CIESUB-RB                                     LG151026
           END-IF                                                       LG151026
           IF LINEA-PAG-RB > 55                                         LG151026
               PERFORM ENCABEZADO-RET-RB THRU EXIT-ENCRET-RB            LG151026
           END-IF                                                       LG151026
           MOVE CUR-RUC-RB TO SUB-RUC-RB                                LG151026
           MOVE CUR-CLI-RB TO SUB-CLI-RB                                LG151026
           MOVE CUR-IMP-RB TO SUB-IMP-RB                                LG151026
           MOVE SUB-UYU-RB TO SUB-UYU-ED-RB                             LG151026
           WRITE LINEA-LIS FROM LIN-SUB-RB AFTER ADVANCING 1 LINE       LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           ADD 2 TO LINEA-PAG-RB                                        LG151026
           MOVE 0      TO SUB-UYU-RB                                    LG151026
           MOVE SPACES TO CUR-RUC-RB.                                   LG151026
       EXIT-CIESUB-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   SIN-RESGUARDO-RB - CUOTA (NO NOTA DE CREDITO) CON ULTIMO    *
      *   COBRO EN EFECTIVO DENTRO DEL PERIODO, SALDO PENDIENTE Y     *
      *   NINGUNA RETENCION APLICADA.                                 *
      ******************************************************************
       SIN-RESGUARDO-RB.                                                LG151026
           PERFORM SALDO-CUOTA-RB THRU EXIT-SALCUO-RB                   LG151026
           IF ULT-PAGO-RB < FECHA-DESDE-RB                              LG151026
              OR ULT-PAGO-RB > FECHA-HASTA-RB                           LG151026
              OR RETENIDO-RB NOT = 0                                    LG151026
              OR IMP-CUO-RB NOT > 0                                     LG151026
              OR SALDO-RB NOT > 0                                       LG151026
               GO TO SIGUE-SINRES-RB                                    LG151026
           END-IF                                                       LG151026
           IF LINEA-PAG-RB > 56                                         LG151026
               PERFORM ENCABEZADO-RET-RB THRU EXIT-ENCRET-RB            LG151026
           END-IF                                                       LG151026
           MOVE CTA-RUC      TO SRE-RUC-RB                              LG151026
           MOVE CTA-CLIENTE  TO SRE-CLI-RB                              LG151026
           MOVE CTA-SERIE    TO SRE-SERIE-RB                            LG151026
           MOVE CTA-NUMFAC   TO SRE-NUMFAC-RB                           LG151026
           MOVE CTA-CUOTA    TO SRE-CUOTA-RB                            LG151026
           MOVE CTA-VTO      TO SRE-VTO-RB                              LG151026
           MOVE ULT-PAGO-RB  TO SRE-ULT-RB                              LG151026
           MOVE CTA-MONEDA   TO SRE-MON-RB                              LG151026
           MOVE IMP-CUO-RB   TO SRE-IMPORTE-RB                          LG151026
           MOVE APLICADO-RB  TO SRE-COBRADO-RB                          LG151026
           MOVE SALDO-RB     TO SRE-SALDO-RB                            LG151026
           WRITE LINEA-LIS FROM LIN-SRE-RB AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-RB                                        LG151026
           ADD 1 TO CANT-SINRES-RB.                                     LG151026
       SIGUE-SINRES-RB.                                                 LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTA-RB                                 LG151026
           END-READ.                                                    LG151026
       EXIT-SINRES-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-RET-RB - TITULOS DE CADA PAGINA DEL INFORME DE   *
      *   RETENCIONES (SECCION 1 DETALLE, SECCION 2 CUOTAS SIN        *
      *   RESGUARDO).                                                 *
      ******************************************************************
       ENCABEZADO-RET-RB.                                               LG151026
           ADD 1 TO PAGINA-RB                                           LG151026
           MOVE PERIODO-RB (5:2) TO TIT-PER-MM-RB                       LG151026
           MOVE PERIODO-RB (1:4) TO TIT-PER-AA-RB                       LG151026
           MOVE PAGINA-RB        TO TIT-PAG3-RB                         LG151026
           WRITE LINEA-LIS FROM LIN-TIT3-RB AFTER ADVANCING PAGE        LG151026
           IF SECCION-RB = 1                                            LG151026
               WRITE LINEA-LIS FROM LIN-TIT4-RB AFTER ADVANCING 2 LINES LG151026
               MOVE 4 TO LINEA-PAG-RB                                   LG151026
           ELSE                                                         LG151026
               WRITE LINEA-LIS FROM LIN-TIT5-RB AFTER ADVANCING 2 LINES LG151026
               WRITE LINEA-LIS FROM LIN-TIT6-RB AFTER ADVANCING 1 LINE  LG151026
               MOVE 5 TO LINEA-PAG-RB                                   LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE.                      LG151026
       EXIT-ENCRET-RB.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-TC-RB - CONVIERTE LA COTIZACION EDITADA DE            *
      *   CAMPO-TC-RB (FORMATO -(4)9,9999) A VALOR-TC-RB.             *
      ******************************************************************
       PARSE-TC-RB.                                                     LG151026
           MOVE 0 TO ENT-TC-RB                                          LG151026
           PERFORM VARYING I-RB FROM 1 BY 1 UNTIL I-RB > 10             LG151026
               MOVE CAMPO-TC-RB (I-RB:1) TO DIG-X-RB                    LG151026
               IF DIG-X-RB NUMERIC                                      LG151026
                   COMPUTE ENT-TC-RB = ENT-TC-RB * 10 + DIG-9-RB        LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-TC-RB = ENT-TC-RB / 10000.                     LG151026
       EXIT-PARTC-RB.                                                   LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG020926
       COPY "USUARIO.RUT".                                              LG151026
