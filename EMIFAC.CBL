       COPY "ST-ACE.VAR".                                               LG020926
       COPY "EMIFAC.VAR".                                               MD040106
       COPY "SETEOIMP.WRK".                                             MD040106
       COPY "VALUSU.REG".                                               LG151026

       01  DECIMALES           PIC 9.                                   LG020926
       01  TOTAL-CANT          PIC S9(009)V9(005) COMP-3.               LG020926
       01  DIAS-FA-WRK         PIC S9(009)   COMP.                      LG220826
       01  DIF-COT-WRK         PIC S9(009)   COMP.                      LG220826

      *  CONTROL DE LOS RENGLONES CONTRA EL MAESTRO DE ARTICULOS        LG151026
      *  (ARTICULOS.DAT) Y RECALCULO DE LOS TOTALES POR TASA DE IVA.    LG151026
       01  ART-ABIERTO-WRK     PIC 9       VALUE 0.                     LG151026
       01  TOL-PRE-WRK         PIC 9(003).                              LG151026
       01  PRE-LISTA-WRK       PIC S9(007)V9(004) COMP-3.               LG151026
       01  DIF-PRE-WRK         PIC S9(007)V9(004) COMP-3.               LG151026
       01  VAR-PRE-WRK         PIC S9(007)V99     COMP-3.               LG151026
       01  VAR-PRE-ED-WRK      PIC ZZZZZZ9,99.                          LG151026
       01  PIVA-BAS-WRK        PIC 9(002)  VALUE 0.                     LG151026
       01  PIVA-MIN-WRK        PIC 9(002)  VALUE 0.                     LG151026
       01  KK                  PIC S9(005)   COMP.                      LG151026

      *  CONTROL DE CREDITO DEL CLIENTE ANTES DE TOMAR EL NUMERO:
      *  SALDO ABIERTO EN CUENTA CORRIENTE (CTACTE.DAT MENOS LO
      *  APLICADO EN CTAPAGOS.DAT) LLEVADO A UYU CONTRA EL LIMITE
      *  DEL CLIENTE, Y CUOTAS IMPAGAS CON MAS ATRASO QUE EL
      *  ADMITIDO (DIAS-MORA-PARAMFAC).  EN LA TABLA QUEDAN SOLO
      *  LAS CUOTAS YA VENCIDAS MAS ALLA DE ESE ATRASO.
       01  FIN-CTA-WRK         PIC 9       VALUE 0.                     LG151026
       01  FIN-PAG-WRK         PIC 9       VALUE 0.                     LG151026
       01  DIAS-MORA-WRK       PIC 9(003)  VALUE 0.                     LG151026
       01  ATRASO-WRK          PIC S9(009) COMP.                        LG151026
       01  MAX-ATRASO-WRK      PIC S9(009) COMP.                        LG151026
       01  SALDO-UYU-WRK       PIC S9(011)V99     COMP-3.               LG151026
       01  SALDO-CRE-WRK       PIC S9(011)V99     COMP-3.               LG151026
       01  EXCEDE-LIM-WRK      PIC 9       VALUE 0.                     LG151026
       01  EN-MORA-WRK         PIC 9       VALUE 0.                     LG151026
       01  AUTORIZA-CRE-WRK    PIC 9       VALUE 0.                     LG151026
       01  RESP-CRE-WRK        PIC X(001)  VALUE SPACES.                LG151026
       01  SUPERV-CRE-WRK      PIC X(010)  VALUE SPACES.                LG151026
       01  CLAVE-SUP-CRE-WRK   PIC X(010)  VALUE SPACES.                LG151026
       01  SALDO-ED-WRK        PIC ---.---.--9,99.                      LG151026
       01  LIMITE-ED-WRK       PIC ZZZZZZZZ9.                           LG151026
       01  ATRASO-ED-WRK       PIC ZZZ9.                                LG151026
       01  CANT-MOR-WRK        PIC S9(005) COMP VALUE 0.                LG151026
       01  TAB-MORA-WRK.                                                LG151026
           02  MORA-WRK  OCCURS 300 TIMES.                              LG151026
               03  MOR-SERIE-TAB    PIC X(001).                         LG151026
               03  MOR-NUMFAC-TAB   PIC 9(008).                         LG151026
               03  MOR-CUOTA-TAB    PIC 9(002).                         LG151026
               03  MOR-ATRASO-TAB   PIC S9(009) COMP.                   LG151026
               03  MOR-SALDO-TAB    PIC S9(009)V99 COMP-3.              LG151026
      *  COTIZACIONES YA BUSCADAS PARA LLEVAR LOS SALDOS A UYU
      *  (LA VIGENTE A FECHA-FA, SIN COTIZACION SE TOMA TC 1).
       01  MONEDA-CRE-WRK      PIC X(003)  VALUE SPACES.                LG151026
       01  TC-CRE-WRK          PIC S9(005)V9(004) COMP-3.               LG151026
       01  CANT-MCR-WRK        PIC S9(005) COMP VALUE 0.                LG151026
       01  TAB-MCR-WRK.                                                 LG151026
           02  MCR-WRK  OCCURS 10 TIMES.                                LG151026
               03  MCR-MONEDA-TAB   PIC X(003).                         LG151026
               03  MCR-TC-TAB       PIC S9(005)V9(004) COMP-3.          LG151026
      *  PARSE DE IMPORTES EDITADOS (-(8)9,99) DE LOS ARCHIVOS DE
      *  LINEA, DIGITO A DIGITO.
       01  CAMPO-IMP-WRK       PIC X(012)  VALUE SPACES.                LG151026
       01  VALOR-IMP-WRK       PIC S9(009)V99     COMP-3.               LG151026
       01  ENT-IMP-WRK         PIC S9(011)        COMP-3.               LG151026
       01  NEG-IMP-WRK         PIC 9       VALUE 0.                     LG151026
       01  I-IMP-WRK           PIC S9(005) COMP.                        LG151026

      *  PLAN DE CUOTAS DEL DOCUMENTO A CREDITO (REG-FORMAPAG).         LG220826
       01  CANT-CUOTAS-WRK     PIC 9(002) VALUE 0.                      LG220826
       01  CUO-IMP-WRK         PIC S9(008)V99     COMP-3.               LG220826
           MOVE "00"      TO ST-XX-CA                                   MD040106
           MOVE 0         TO REIMP-WRK                                  LG230826
           MOVE DIRE-IMPR TO SYN-LO                                     MD040106
           PERFORM CONTROLA-USUARIO THRU EXIT-CONUSU                    LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO EXIT-PGM                                           LG151026
           END-IF                                                       LG151026
                                                                        MD040106
           IF PRIM-VEZ     = 0  AND                                     MD040106
              FUNCION  NOT = 2  AND                                     MD040106
               END-IF                                                   LG220826
               PERFORM VALIDA-EMISION THRU EXIT-VALEMI                  LG220826
               PERFORM FIJA-SIGNO-DOC THRU EXIT-SIGNO                   LG220826
               PERFORM VALIDA-CREDITO THRU EXIT-VALCRE                  LG151026
               PERFORM TOMA-NUMERO    THRU EXIT-TOMANUM                 LG020926
               PERFORM CALCULA-CUOTAS THRU EXIT-CUOTAS                  LG220826
               MOVE 0 TO IMP-ABORTADA                                   LG220826
                   MOVE DIRE-IMPR TO ARCHIVO-ENV-WRK                    LG020926
                   PERFORM GRABA-ENVIO THRU EXIT-ENV                    LG020926
               END-IF                                                   LG020926
               IF AUTORIZA-CRE-WRK = 1                                  LG151026
                   PERFORM GRABA-AUTORIZA-CRE THRU EXIT-GRAAUT          LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG270308
                                                                        MD040106
           IF FUNCION = 2                                               LG080826
           END-IF                                                       LG080826
                                                                        LG080826
           IF FUNCION = 3 AND CIMP-PDC NOT = 0                          LG080826
      *  DE UN DOCUMENTO ANULADO NO SE VUELVE A GENERAR EL CFE.
               IF DOC-ANULADO                                           LG151026
                   MOVE "ANU"          TO MOTIVO-CA                     LG151026
                   MOVE "EMIFAC"       TO NOMBRE-AR-CA                  LG151026
                   MOVE "87"           TO ST-XX-CA                      LG151026
                   MOVE SERIE-NUMERADO TO SERIE-CA                      LG151026
                   MOVE NUMFAC-FA      TO NUMFAC-CA                     LG151026
                   MOVE SPACES         TO DETALLE-CA                    LG151026
                   STRING "DOCUMENTO ANULADO EL " FECHA-ANU-FA          LG151026
                          " POR " USUARIO-ANU-FA                        LG151026
                          DELIMITED BY SIZE INTO DETALLE-CA             LG151026
                   END-STRING                                           LG151026
                   GO TO EXIT-PGM                                       LG151026
               END-IF                                                   LG151026
               PERFORM TESTEO-IMP                                       LG080826
               PERFORM FIJA-SIGNO-DOC THRU EXIT-SIGNO                   LG220826
               IF CFE-BASE-WRK = SPACES                                 LG080826
      *     EL RUC DEL CLIENTE EN EL MAESTRO.                        *
      *   - SIN RUC (CONSUMIDOR FINAL): EL TOTAL EN UYU NO PUEDE     *
      *     SUPERAR EL TOPE LEGAL (TOPE-CF-PARAMFAC).                *
      *   - ARTICULOS DEL DETALLE CONTRA EL MAESTRO (ANTES DEL       *
      *     TOPE, PORQUE RECALCULA LOS TOTALES DE IVA).              *
      *   EL RECHAZO SE AVISA POR CONSOLA Y VUELVE POR ERROR-CA.     *
      ******************************************************************
       VALIDA-EMISION.                                                  LG220826
                    TO DETALLE-CA                                       LG230826
               GO TO EXIT-PGM                                           LG230826
           END-IF                                                       LG230826
           PERFORM VALIDA-ARTICULOS THRU EXIT-VALART                    LG151026
           IF RUC-FA = SPACES                                           LG220826
               IF MONE-FA = "UYU"                                       LG220826
                   MOVE TOTAL-A-PAGAR TO TOT-UYU-WRK                    LG220826
       EXIT-VALEMI.                                                     LG220826
           EXIT.                                                        LG220826

      ******************************************************************
      *   VALIDA-ARTICULOS - CONTROLA CADA RENGLON CON CODIGO DE     *
      *   ARTICULO CONTRA EL MAESTRO (ARTICULOS.DAT): EL CODIGO DEBE *
      *   EXISTIR Y ESTAR ACTIVO, SI NO LA EMISION SE RECHAZA POR    *
      *   ERROR-CA.  DEL MAESTRO SE TOMAN LA TASA DE IVA Y LOS       *
      *   DECIMALES DEL RENGLON; UN PRECIO UNITARIO QUE SE APARTA    *
      *   DEL DE LISTA MAS DE LA TOLERANCIA (TOLPRE-PARAMFAC) SOLO   *
      *   SE AVISA.  LUEGO RECALCULA LOS TOTALES POR TASA.  SIN      *
      *   MAESTRO DE ARTICULOS NO HAY CONTROL Y LOS TOTALES QUEDAN   *
      *   COMO VIENEN.                                               *
      ******************************************************************
       VALIDA-ARTICULOS.                                                LG151026
           MOVE 0 TO ART-ABIERTO-WRK                                    LG151026
           IF TOLPRE-PARAMFAC = 0                                       LG151026
               MOVE 5 TO TOL-PRE-WRK                                    LG151026
           ELSE                                                         LG151026
               MOVE TOLPRE-PARAMFAC TO TOL-PRE-WRK                      LG151026
           END-IF                                                       LG151026
           OPEN INPUT ARCH-ART                                          LG151026
           IF ST-ART NOT = "00"                                         LG151026
               IF ST-ART = "05"                                         LG151026
                   CLOSE ARCH-ART                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-VALART                                        LG151026
           END-IF                                                       LG151026
           MOVE 1 TO ART-ABIERTO-WRK                                    LG151026
           PERFORM CONTROLA-ARTICULO THRU EXIT-CTLART                   LG151026
                   VARYING I FROM 1 BY 1                                LG151026
                   UNTIL I > CLIN-FA OR I > 60                          LG151026
           CLOSE ARCH-ART                                               LG151026
           MOVE 0 TO ART-ABIERTO-WRK                                    LG151026
           PERFORM CALCULA-IVA-FA THRU EXIT-CALIVA.                     LG151026
       EXIT-VALART.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CONTROLA-ARTICULO - RENGLON I CONTRA EL MAESTRO.  LOS      *
      *   RENGLONES SIN CODIGO (TEXTO/IMPORTE LIBRE) NO SE           *
      *   CONTROLAN.                                                 *
      ******************************************************************
       CONTROLA-ARTICULO.                                               LG151026
           IF COD-ART-FA (I) = SPACES                                   LG151026
               GO TO EXIT-CTLART                                        LG151026
           END-IF                                                       LG151026
           MOVE COD-ART-FA (I) TO ART-CODIGO                            LG151026
           READ ARCH-ART                                                LG151026
               INVALID KEY                                              LG151026
                   CLOSE ARCH-ART                                       LG151026
                   MOVE 0 TO ART-ABIERTO-WRK                            LG151026
                   DISPLAY "EMIFAC - ARTICULO " COD-ART-FA (I)          LG151026
                           " INEXISTENTE - NO SE EMITE" UPON CONSOLE    LG151026
                   MOVE "ART"          TO MOTIVO-CA                     LG151026
                   MOVE "EMIFAC"       TO NOMBRE-AR-CA                  LG151026
                   MOVE "91"           TO ST-XX-CA                      LG151026
                   MOVE SERIE-NUMERADO TO SERIE-CA                      LG151026
                   MOVE NUME-FA        TO NUMFAC-CA                     LG151026
                   MOVE SPACES         TO DETALLE-CA                    LG151026
                   STRING "ARTICULO INEXISTENTE " COD-ART-FA (I)        LG151026
                          DELIMITED BY SIZE INTO DETALLE-CA             LG151026
                   END-STRING                                           LG151026
                   GO TO EXIT-PGM                                       LG151026
           END-READ                                                     LG151026
           IF NOT ART-ACTIVO                                            LG151026
               CLOSE ARCH-ART                                           LG151026
               MOVE 0 TO ART-ABIERTO-WRK                                LG151026
               DISPLAY "EMIFAC - ARTICULO " COD-ART-FA (I)              LG151026
                       " DADO DE BAJA - NO SE EMITE" UPON CONSOLE       LG151026
               MOVE "ART"          TO MOTIVO-CA                         LG151026
               MOVE "EMIFAC"       TO NOMBRE-AR-CA                      LG151026
               MOVE "90"           TO ST-XX-CA                          LG151026
               MOVE SERIE-NUMERADO TO SERIE-CA                          LG151026
               MOVE NUME-FA        TO NUMFAC-CA                         LG151026
               MOVE SPACES         TO DETALLE-CA                        LG151026
               STRING "ARTICULO INACTIVO " COD-ART-FA (I)               LG151026
                      DELIMITED BY SIZE INTO DETALLE-CA                 LG151026
               END-STRING                                               LG151026
               GO TO EXIT-PGM                                           LG151026
           END-IF                                                       LG151026
           MOVE ART-IVA       TO IVA-ART-FA (I)                         LG151026
           MOVE ART-DECIMALES TO DEC-ART-FA (I)                         LG151026
           IF DESC-FA (I) = SPACES                                      LG151026
               MOVE ART-DESC  TO DESC-FA (I)                            LG151026
           END-IF                                                       LG151026
           IF CANT-FA (I) = 0                                           LG151026
               GO TO EXIT-CTLART                                        LG151026
           END-IF                                                       LG151026
           MOVE 0 TO PRE-LISTA-WRK                                      LG151026
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > 4                  LG151026
               IF ART-MONEDA (KK) = MONE-FA                             LG151026
                   MOVE ART-PRECIO (KK) TO PRE-LISTA-WRK                LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           IF PRE-LISTA-WRK = 0                                         LG151026
               GO TO EXIT-CTLART                                        LG151026
           END-IF                                                       LG151026
           COMPUTE DIF-PRE-WRK = PUNIT-FA (I) - PRE-LISTA-WRK           LG151026
           IF DIF-PRE-WRK < 0                                           LG151026
               COMPUTE DIF-PRE-WRK = DIF-PRE-WRK * -1                   LG151026
           END-IF                                                       LG151026
           COMPUTE VAR-PRE-WRK ROUNDED =                                LG151026
                   DIF-PRE-WRK * 100 / PRE-LISTA-WRK                    LG151026
           IF VAR-PRE-WRK > TOL-PRE-WRK                                 LG151026
               MOVE VAR-PRE-WRK TO VAR-PRE-ED-WRK                       LG151026
               DISPLAY "EMIFAC - AVISO: ARTICULO " COD-ART-FA (I)       LG151026
                       " PRECIO DIFIERE " VAR-PRE-ED-WRK                LG151026
                       "% DEL PRECIO DE LISTA" UPON CONSOLE             LG151026
           END-IF.                                                      LG151026
       EXIT-CTLART.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CALCULA-IVA-FA - RECALCULA LOS TOTALES DEL DOCUMENTO A     *
      *   PARTIR DE LOS RENGLONES Y SU TASA DE IVA: POSICION 1 =     *
      *   TASA BASICA, POSICION 2 = TASA MINIMA; LO EXENTO SOLO      *
      *   SUMA AL NETO.  UNA TASA SIN IMPORTE QUEDA EN CERO PARA     *
      *   QUE NO SE IMPRIMA NI SALGA EN EL CFE.                      *
      ******************************************************************
       CALCULA-IVA-FA.                                                  LG151026
           IF PIVA-BAS-PARAMFAC = 0                                     LG151026
               MOVE 22 TO PIVA-BAS-WRK                                  LG151026
           ELSE                                                         LG151026
               MOVE PIVA-BAS-PARAMFAC TO PIVA-BAS-WRK                   LG151026
           END-IF                                                       LG151026
           IF PIVA-MIN-PARAMFAC = 0                                     LG151026
               MOVE 10 TO PIVA-MIN-WRK                                  LG151026
           ELSE                                                         LG151026
               MOVE PIVA-MIN-PARAMFAC TO PIVA-MIN-WRK                   LG151026
           END-IF                                                       LG151026
           MOVE 0 TO SUMA-NETO-SIV                                      LG151026
           MOVE 0 TO SUMA-NETO-FA (1)                                   LG151026
           MOVE 0 TO SUMA-NETO-FA (2)                                   LG151026
           MOVE 0 TO TOTAL-CANT                                         LG151026
           PERFORM VARYING I FROM 1 BY 1                                LG151026
                   UNTIL I > CLIN-FA OR I > 60                          LG151026
               IF CANT-FA (I) NOT = 0                                   LG151026
                   PERFORM CALCULA-RENGLON-FA THRU EXIT-CALREN          LG151026
               END-IF                                                   LG151026
               ADD NETO-SIV (I) TO SUMA-NETO-SIV                        LG151026
               IF IVA-ART-FA (I) = "M"                                  LG151026
                   ADD NETO-SIV (I) TO SUMA-NETO-FA (2)                 LG151026
               ELSE                                                     LG151026
                   IF IVA-ART-FA (I) NOT = "E"                          LG151026
                       ADD NETO-SIV (I) TO SUMA-NETO-FA (1)             LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           MOVE 0 TO PIVA-FA (1)                                        LG151026
           MOVE 0 TO PIVA-FA (2)                                        LG151026
           IF SUMA-NETO-FA (1) NOT = 0                                  LG151026
               MOVE PIVA-BAS-WRK TO PIVA-FA (1)                         LG151026
           END-IF                                                       LG151026
           IF SUMA-NETO-FA (2) NOT = 0                                  LG151026
               MOVE PIVA-MIN-WRK TO PIVA-FA (2)                         LG151026
           END-IF                                                       LG151026
           COMPUTE TOTIVA-FA (1) ROUNDED =                              LG151026
                   SUMA-NETO-FA (1) * PIVA-FA (1) / 100                 LG151026
           COMPUTE TOTIVA-FA (2) ROUNDED =                              LG151026
                   SUMA-NETO-FA (2) * PIVA-FA (2) / 100                 LG151026
           ADD TOTIVA-FA (1) TOTIVA-FA (2) GIVING TOTIVA                LG151026
           ADD SUMA-NETO-SIV TOTIVA GIVING TOTAL-A-PAGAR.               LG151026
       EXIT-CALIVA.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   VALIDA-PERIODO - RECHAZA LA EMISION SI FECHA-FA CAE EN UN  *
      *   PERIODO FISCAL YA CERRADO (CIERRES.DAT, LO GRABA EL        *
       EXIT-LEECIE-WRK.                                                 LG020926
           EXIT.                                                        LG020926

      ******************************************************************
      *   VALIDA-CREDITO - CONTROL DE CREDITO DE LAS VENTAS A        *
      *   CREDITO (NO SE APLICA A LAS NOTAS DE CREDITO), ANTES DE    *
      *   TOMAR EL NUMERO:                                           *
      *   - EL SALDO ABIERTO DEL CLIENTE EN UYU MAS EL DOCUMENTO NO  *
      *     PUEDE SUPERAR SU LIMITE (LIMITE-CLIENTE, 0 = SIN LIMITE).*
      *   - NO PUEDE TENER CUOTAS IMPAGAS VENCIDAS HACE MAS DE       *
      *     DIAS-MORA-PARAMFAC DIAS (0 = 90).                        *
      *   EL CLIENTE SE IDENTIFICA POR RUC-FA (SIN RUC, POR          *
      *   COD-CLIENTE).  SUS CUOTAS Y APLICACIONES SE LEEN POR CLAVE *
      *   A PARTIR DEL RUC (LOS DOCUMENTOS SIN RUC QUEDAN JUNTOS AL  *
      *   PRINCIPIO DE LOS ARCHIVOS Y SE FILTRAN POR COD-CLIENTE).   *
      *   LOS SALDOS EN MONEDA EXTRANJERA SE LLEVAN A UYU CON LA     *
      *   COTIZACION VIGENTE A FECHA-FA.  SI NO PASA, EL SUPERVISOR  *
      *   PUEDE AUTORIZAR LA EMISION (QUEDA EN CREDITO.LOG); SI NO,  *
      *   SE RECHAZA POR ERROR-CA.                                   *
      ******************************************************************
       VALIDA-CREDITO.                                                  LG151026
           MOVE 0 TO AUTORIZA-CRE-WRK                                   LG151026
           MOVE 0 TO EXCEDE-LIM-WRK                                     LG151026
           MOVE 0 TO EN-MORA-WRK                                        LG151026
           IF NOT FORMAPAG-CREDITO OR DOC-NOTA-CREDITO                  LG151026
               GO TO EXIT-VALCRE                                        LG151026
           END-IF                                                       LG151026
           IF RUC-FA = SPACES AND COD-CLIENTE = SPACES                  LG151026
               GO TO EXIT-VALCRE                                        LG151026
           END-IF                                                       LG151026
           IF DIAS-MORA-PARAMFAC = 0                                    LG151026
               MOVE 90 TO DIAS-MORA-WRK                                 LG151026
           ELSE                                                         LG151026
               MOVE DIAS-MORA-PARAMFAC TO DIAS-MORA-WRK                 LG151026
           END-IF                                                       LG151026
           MOVE FECHA-FA TO FECHA-AMD                                   LG151026
           PERFORM AMD-A-DIAS                                           LG151026
           MOVE DIAS-CORR TO DIAS-FA-WRK                                LG151026
           MOVE 0 TO SALDO-UYU-WRK                                      LG151026
           MOVE 0 TO MAX-ATRASO-WRK                                     LG151026
           MOVE 0 TO CANT-MOR-WRK                                       LG151026
           MOVE 0 TO CANT-MCR-WRK                                       LG151026

           MOVE 0 TO FIN-CTA-WRK                                        LG151026
           OPEN INPUT ARCH-CTA                                          LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               IF ST-CTA = "05"                                         LG151026
                   CLOSE ARCH-CTA                                       LG151026
               END-IF                                                   LG151026
               GO TO CONTROLA-CREDITO                                   LG151026
           END-IF                                                       LG151026
           MOVE LOW-VALUES TO CTA-CLAVE                                 LG151026
           MOVE RUC-FA     TO CTA-RUC                                   LG151026
           START ARCH-CTA KEY NOT < CTA-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-CTA-WRK                                LG151026
           END-START                                                    LG151026
           PERFORM LEE-CTA-CRE THRU EXIT-LEECTA-CRE                     LG151026
           PERFORM SUMA-CTA-CRE THRU EXIT-SUMCTA-CRE                    LG151026
                   UNTIL FIN-CTA-WRK = 1                                LG151026
           CLOSE ARCH-CTA                                               LG151026

           MOVE 0 TO FIN-PAG-WRK                                        LG151026
           OPEN INPUT ARCH-PAG                                          LG151026
           IF ST-PAG = "00"                                             LG151026
               MOVE LOW-VALUES TO PAG-CLAVE                             LG151026
               MOVE RUC-FA     TO PAG-RUC                               LG151026
               START ARCH-PAG KEY NOT < PAG-CLAVE                       LG151026
                   INVALID KEY                                          LG151026
                       MOVE 1 TO FIN-PAG-WRK                            LG151026
               END-START                                                LG151026
               PERFORM LEE-PAG-CRE THRU EXIT-LEEPAG-CRE                 LG151026
               PERFORM SUMA-PAG-CRE THRU EXIT-SUMPAG-CRE                LG151026
                       UNTIL FIN-PAG-WRK = 1                            LG151026
               CLOSE ARCH-PAG                                           LG151026
           ELSE                                                         LG151026
               IF ST-PAG = "05"                                         LG151026
                   CLOSE ARCH-PAG                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > CANT-MOR-WRK       LG151026
               IF MOR-SALDO-TAB (KK) > 0 AND                            LG151026
                  MOR-ATRASO-TAB (KK) > MAX-ATRASO-WRK                  LG151026
                   MOVE MOR-ATRASO-TAB (KK) TO MAX-ATRASO-WRK           LG151026
               END-IF                                                   LG151026
           END-PERFORM.                                                 LG151026

       CONTROLA-CREDITO.                                                LG151026
           IF MONE-FA = "UYU"                                           LG151026
               MOVE TOTAL-A-PAGAR TO TOT-UYU-WRK                        LG151026
           ELSE                                                         LG151026
               COMPUTE TOT-UYU-WRK ROUNDED =                            LG151026
                       TOTAL-A-PAGAR * TC-MONEDA                        LG151026
           END-IF                                                       LG151026
           COMPUTE SALDO-CRE-WRK = SALDO-UYU-WRK + TOT-UYU-WRK          LG151026
           IF LIMITE-CLIENTE NOT = 0 AND                                LG151026
              SALDO-CRE-WRK > LIMITE-CLIENTE                            LG151026
               MOVE 1 TO EXCEDE-LIM-WRK                                 LG151026
               MOVE SALDO-CRE-WRK  TO SALDO-ED-WRK                      LG151026
               MOVE LIMITE-CLIENTE TO LIMITE-ED-WRK                     LG151026
               DISPLAY "EMIFAC - SALDO MAS DOCUMENTO UYU " SALDO-ED-WRK LG151026
                       " SUPERA EL LIMITE DE CREDITO " LIMITE-ED-WRK    LG151026
                       UPON CONSOLE                                     LG151026
           END-IF                                                       LG151026
           IF MAX-ATRASO-WRK > DIAS-MORA-WRK                            LG151026
               MOVE 1 TO EN-MORA-WRK                                    LG151026
               IF MAX-ATRASO-WRK > 9999                                 LG151026
                   MOVE 9999 TO ATRASO-ED-WRK                           LG151026
               ELSE                                                     LG151026
                   MOVE MAX-ATRASO-WRK TO ATRASO-ED-WRK                 LG151026
               END-IF                                                   LG151026
               DISPLAY "EMIFAC - EL CLIENTE TIENE CUOTAS IMPAGAS CON "  LG151026
                       ATRASO-ED-WRK " DIAS DE VENCIDAS" UPON CONSOLE   LG151026
           END-IF                                                       LG151026
           IF EXCEDE-LIM-WRK = 0 AND EN-MORA-WRK = 0                    LG151026
               GO TO EXIT-VALCRE                                        LG151026
           END-IF                                                       LG151026
           PERFORM PIDE-AUTORIZA-CRE THRU EXIT-PIDAUT-CRE               LG151026
           IF AUTORIZA-CRE-WRK = 1                                      LG151026
               GO TO EXIT-VALCRE                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "EMIFAC - CREDITO NO AUTORIZADO - NO SE EMITE"       LG151026
                   UPON CONSOLE                                         LG151026
           MOVE "CRE"          TO MOTIVO-CA                             LG151026
           MOVE "EMIFAC"       TO NOMBRE-AR-CA                          LG151026
           MOVE SERIE-NUMERADO TO SERIE-CA                              LG151026
           MOVE NUME-FA        TO NUMFAC-CA                             LG151026
           MOVE SPACES         TO DETALLE-CA                            LG151026
           IF EXCEDE-LIM-WRK = 1                                        LG151026
               MOVE "88"       TO ST-XX-CA                              LG151026
               STRING "SUPERA LIMITE DE CREDITO " LIMITE-ED-WRK         LG151026
                      DELIMITED BY SIZE INTO DETALLE-CA                 LG151026
               END-STRING                                               LG151026
           ELSE                                                         LG151026
               MOVE "89"       TO ST-XX-CA                              LG151026
               STRING "CUOTAS IMPAGAS CON " ATRASO-ED-WRK               LG151026
                      " DIAS DE ATRASO"                                 LG151026
                      DELIMITED BY SIZE INTO DETALLE-CA                 LG151026
               END-STRING                                               LG151026
           END-IF                                                       LG151026
           GO TO EXIT-PGM.                                              LG151026
       EXIT-VALCRE.                                                     LG151026
           EXIT.                                                        LG151026

       LEE-CTA-CRE.                                                     LG151026
           IF FIN-CTA-WRK = 1                                           LG151026
               GO TO EXIT-LEECTA-CRE                                    LG151026
           END-IF                                                       LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTA-WRK                                LG151026
                   GO TO EXIT-LEECTA-CRE                                LG151026
           END-READ                                                     LG151026
           IF CTA-RUC NOT = RUC-FA                                      LG151026
               MOVE 1 TO FIN-CTA-WRK                                    LG151026
           END-IF.                                                      LG151026
       EXIT-LEECTA-CRE.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   SUMA-CTA-CRE - SUMA AL SALDO EN UYU CADA CUOTA DEL CLIENTE *
      *   Y GUARDA EN LA TABLA LAS QUE VENCIERON HACE MAS DE LOS     *
      *   DIAS ADMITIDOS, PARA DESCONTARLES LUEGO LO APLICADO.       *
      ******************************************************************
       SUMA-CTA-CRE.                                                    LG151026
           IF RUC-FA NOT = SPACES                                       LG151026
               IF CTA-RUC NOT = RUC-FA                                  LG151026
                   GO TO SIGUE-SUMCTA-CRE                               LG151026
               END-IF                                                   LG151026
           ELSE                                                         LG151026
               IF CTA-CLIENTE NOT = COD-CLIENTE                         LG151026
                   GO TO SIGUE-SUMCTA-CRE                               LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE CTA-IMPORTE TO CAMPO-IMP-WRK                            LG151026
           PERFORM PARSE-IMP-WRK THRU EXIT-PARSE-WRK                    LG151026
           MOVE CTA-MONEDA TO MONEDA-CRE-WRK                            LG151026
           PERFORM TC-CREDITO THRU EXIT-TCCRE                           LG151026
           COMPUTE SALDO-UYU-WRK ROUNDED =                              LG151026
                   SALDO-UYU-WRK + VALOR-IMP-WRK * TC-CRE-WRK           LG151026
           IF VALOR-IMP-WRK NOT > 0 OR CTA-VTO NOT NUMERIC              LG151026
               GO TO SIGUE-SUMCTA-CRE                                   LG151026
           END-IF                                                       LG151026
           MOVE CTA-VTO TO FECHA-AMD                                    LG151026
           PERFORM AMD-A-DIAS                                           LG151026
           COMPUTE ATRASO-WRK = DIAS-FA-WRK - DIAS-CORR                 LG151026
           IF ATRASO-WRK > DIAS-MORA-WRK AND CANT-MOR-WRK < 300         LG151026
               ADD 1 TO CANT-MOR-WRK                                    LG151026
               MOVE CTA-SERIE     TO MOR-SERIE-TAB  (CANT-MOR-WRK)      LG151026
               MOVE CTA-NUMFAC    TO MOR-NUMFAC-TAB (CANT-MOR-WRK)      LG151026
               MOVE CTA-CUOTA     TO MOR-CUOTA-TAB  (CANT-MOR-WRK)      LG151026
               MOVE ATRASO-WRK    TO MOR-ATRASO-TAB (CANT-MOR-WRK)      LG151026
               MOVE VALOR-IMP-WRK TO MOR-SALDO-TAB  (CANT-MOR-WRK)      LG151026
           END-IF.                                                      LG151026
       SIGUE-SUMCTA-CRE.                                                LG151026
           PERFORM LEE-CTA-CRE THRU EXIT-LEECTA-CRE.                    LG151026
       EXIT-SUMCTA-CRE.                                                 LG151026
           EXIT.                                                        LG151026

       LEE-PAG-CRE.                                                     LG151026
           IF FIN-PAG-WRK = 1                                           LG151026
               GO TO EXIT-LEEPAG-CRE                                    LG151026
           END-IF                                                       LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-WRK                                LG151026
                   GO TO EXIT-LEEPAG-CRE                                LG151026
           END-READ                                                     LG151026
           IF PAG-RUC NOT = RUC-FA                                      LG151026
               MOVE 1 TO FIN-PAG-WRK                                    LG151026
           END-IF.                                                      LG151026
       EXIT-LEEPAG-CRE.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   SUMA-PAG-CRE - DESCUENTA DEL SALDO EN UYU CADA APLICACION  *
      *   DEL CLIENTE (EN LA MONEDA DE LA CUOTA) Y, SI LA CUOTA ESTA *
      *   EN LA TABLA DE VENCIDAS, TAMBIEN DE SU SALDO.              *
      ******************************************************************
       SUMA-PAG-CRE.                                                    LG151026
           IF RUC-FA NOT = SPACES                                       LG151026
               IF PAG-RUC NOT = RUC-FA                                  LG151026
                   GO TO SIGUE-SUMPAG-CRE                               LG151026
               END-IF                                                   LG151026
           ELSE                                                         LG151026
               IF PAG-CLIENTE NOT = COD-CLIENTE                         LG151026
                   GO TO SIGUE-SUMPAG-CRE                               LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE PAG-IMPORTE TO CAMPO-IMP-WRK                            LG151026
           PERFORM PARSE-IMP-WRK THRU EXIT-PARSE-WRK                    LG151026
           MOVE PAG-MONEDA TO MONEDA-CRE-WRK                            LG151026
           PERFORM TC-CREDITO THRU EXIT-TCCRE                           LG151026
           COMPUTE SALDO-UYU-WRK ROUNDED =                              LG151026
                   SALDO-UYU-WRK - VALOR-IMP-WRK * TC-CRE-WRK           LG151026
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > CANT-MOR-WRK       LG151026
               IF MOR-SERIE-TAB  (KK) = PAG-SERIE  AND                  LG151026
                  MOR-NUMFAC-TAB (KK) = PAG-NUMFAC AND                  LG151026
                  MOR-CUOTA-TAB  (KK) = PAG-CUOTA                       LG151026
                   SUBTRACT VALOR-IMP-WRK FROM MOR-SALDO-TAB (KK)       LG151026
               END-IF                                                   LG151026
           END-PERFORM.                                                 LG151026
       SIGUE-SUMPAG-CRE.                                                LG151026
           PERFORM LEE-PAG-CRE THRU EXIT-LEEPAG-CRE.                    LG151026
       EXIT-SUMPAG-CRE.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   TC-CREDITO - COTIZACION DE MONEDA-CRE-WRK PARA LLEVAR EL   *
      *   SALDO A UYU: LA DEL DOCUMENTO SI ES SU MISMA MONEDA, SI NO *
      *   LA VIGENTE A FECHA-FA EN COTIZA.DAT (SE GUARDA EN LA TABLA *
      *   PARA NO VOLVER A BUSCARLA).  SIN COTIZACION SE TOMA TC 1,  *
      *   AVISANDO POR CONSOLA.                                      *
      ******************************************************************
       TC-CREDITO.                                                      LG151026
           MOVE 1 TO TC-CRE-WRK                                         LG151026
           IF MONEDA-CRE-WRK = "UYU" OR MONEDA-CRE-WRK = SPACES         LG151026
               GO TO EXIT-TCCRE                                         LG151026
           END-IF                                                       LG151026
           IF MONEDA-CRE-WRK = MONE-FA AND TC-MONEDA NOT = 0            LG151026
               MOVE TC-MONEDA TO TC-CRE-WRK                             LG151026
               GO TO EXIT-TCCRE                                         LG151026
           END-IF                                                       LG151026
           MOVE 0 TO HALLA-COT-WRK                                      LG151026
           PERFORM VARYING KK FROM 1 BY 1                               LG151026
                   UNTIL KK > CANT-MCR-WRK OR HALLA-COT-WRK = 1         LG151026
               IF MCR-MONEDA-TAB (KK) = MONEDA-CRE-WRK                  LG151026
                   MOVE MCR-TC-TAB (KK) TO TC-CRE-WRK                   LG151026
                   MOVE 1 TO HALLA-COT-WRK                              LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           IF HALLA-COT-WRK = 1                                         LG151026
               GO TO EXIT-TCCRE                                         LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-COT-WRK                                        LG151026
           OPEN INPUT ARCH-COT                                          LG151026
           IF ST-COT NOT = "00"                                         LG151026
               IF ST-COT = "05"                                         LG151026
                   CLOSE ARCH-COT                                       LG151026
               END-IF                                                   LG151026
               GO TO GUARDA-TC-CRE                                      LG151026
           END-IF                                                       LG151026
           MOVE MONEDA-CRE-WRK TO COT-MONEDA                            LG151026
           MOVE 0              TO COT-FECHA                             LG151026
           START ARCH-COT KEY NOT < COT-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-COT-WRK                                LG151026
           END-START                                                    LG151026
           PERFORM LEE-COT-CRE THRU EXIT-LEECOT-CRE                     LG151026
                   UNTIL FIN-COT-WRK = 1                                LG151026
           CLOSE ARCH-COT.                                              LG151026
       GUARDA-TC-CRE.                                                   LG151026
           IF HALLA-COT-WRK = 1                                         LG151026
               MOVE BEST-TC-WRK TO TC-CRE-WRK                           LG151026
           ELSE                                                         LG151026
               DISPLAY "EMIFAC - SIN COTIZACION DE " MONEDA-CRE-WRK     LG151026
                       " - EL SALDO SE TOMA A TC 1" UPON CONSOLE        LG151026
           END-IF                                                       LG151026
           IF CANT-MCR-WRK < 10                                         LG151026
               ADD 1 TO CANT-MCR-WRK                                    LG151026
               MOVE MONEDA-CRE-WRK TO MCR-MONEDA-TAB (CANT-MCR-WRK)     LG151026
               MOVE TC-CRE-WRK     TO MCR-TC-TAB     (CANT-MCR-WRK)     LG151026
           END-IF.                                                      LG151026
       EXIT-TCCRE.                                                      LG151026
           EXIT.                                                        LG151026

       LEE-COT-CRE.                                                     LG151026
           READ ARCH-COT NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-COT-WRK                                LG151026
                   GO TO EXIT-LEECOT-CRE                                LG151026
           END-READ                                                     LG151026
           IF COT-MONEDA NOT = MONEDA-CRE-WRK OR COT-FECHA > FECHA-FA   LG151026
               MOVE 1 TO FIN-COT-WRK                                    LG151026
               GO TO EXIT-LEECOT-CRE                                    LG151026
           END-IF                                                       LG151026
           MOVE 1 TO HALLA-COT-WRK                                      LG151026
           MOVE COT-TC TO BEST-TC-WRK.                                  LG151026
       EXIT-LEECOT-CRE.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-IMP-WRK - CONVIERTE EL IMPORTE EDITADO DE            *
      *   CAMPO-IMP-WRK (FORMATO -(8)9,99 DE LOS ARCHIVOS DE LINEA)  *
      *   A VALOR-IMP-WRK, COMO EN RECIBOS.                          *
      ******************************************************************
       PARSE-IMP-WRK.                                                   LG151026
           MOVE 0 TO ENT-IMP-WRK                                        LG151026
           MOVE 0 TO NEG-IMP-WRK                                        LG151026
           PERFORM VARYING I-IMP-WRK FROM 1 BY 1 UNTIL I-IMP-WRK > 12   LG151026
               MOVE CAMPO-IMP-WRK (I-IMP-WRK:1) TO DIG-X-WRK            LG151026
               IF DIG-X-WRK = "-"                                       LG151026
                   MOVE 1 TO NEG-IMP-WRK                                LG151026
               END-IF                                                   LG151026
               IF DIG-X-WRK NUMERIC                                     LG151026
                   COMPUTE ENT-IMP-WRK = ENT-IMP-WRK * 10 + DIG-9-WRK   LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-IMP-WRK = ENT-IMP-WRK / 100                    LG151026
           IF NEG-IMP-WRK = 1                                           LG151026
               COMPUTE VALOR-IMP-WRK = VALOR-IMP-WRK * -1               LG151026
           END-IF.                                                      LG151026
       EXIT-PARSE-WRK.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PIDE-AUTORIZA-CRE - OFRECE AL SUPERVISOR AUTORIZAR UNA     *
      *   VENTA A CREDITO QUE NO PASO EL CONTROL.  SE PIDE SU        *
      *   USUARIO Y CLAVE; DEBE TENER EL PERMISO DE AUTORIZACION     *
      *   DE CREDITO (VALUSU) Y QUEDA EN CREDITO.LOG AL EMITIRSE.    *
      *   EN LOS PROCESOS POR LOTES (TERMINAL "BTCH") NO HAY         *
      *   OPERADOR Y NO SE AUTORIZA.                                 *
      ******************************************************************
       PIDE-AUTORIZA-CRE.                                               LG151026
           MOVE 0      TO AUTORIZA-CRE-WRK                              LG151026
           MOVE SPACES TO SUPERV-CRE-WRK                                LG151026
           IF TERMINAL-PARSYS = "BTCH"                                  LG151026
               GO TO EXIT-PIDAUT-CRE                                    LG151026
           END-IF                                                       LG151026
           DISPLAY "EMIFAC - AUTORIZA EL SUPERVISOR (S/N):"             LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT RESP-CRE-WRK FROM CONSOLE                             LG151026
           IF RESP-CRE-WRK NOT = "S" AND RESP-CRE-WRK NOT = "s"         LG151026
               GO TO EXIT-PIDAUT-CRE                                    LG151026
           END-IF                                                       LG151026
           DISPLAY "USUARIO SUPERVISOR:" UPON CONSOLE                   LG151026
           ACCEPT SUPERV-CRE-WRK FROM CONSOLE                           LG151026
           IF SUPERV-CRE-WRK = SPACES                                   LG151026
               DISPLAY "EMIFAC - SIN USUARIO SUPERVISOR"                LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-PIDAUT-CRE                                    LG151026
           END-IF                                                       LG151026
           DISPLAY "CLAVE SUPERVISOR:" UPON CONSOLE                     LG151026
           ACCEPT CLAVE-SUP-CRE-WRK FROM CONSOLE                        LG151026
           MOVE SPACES            TO REG-VALUSU                         LG151026
           MOVE SUPERV-CRE-WRK    TO USUARIO-VU                         LG151026
           MOVE CLAVE-SUP-CRE-WRK TO CLAVE-VU                           LG151026
           MOVE 1                 TO PIDE-CLAVE-VU                      LG151026
           MOVE COD-LOCAL         TO LOCAL-VU                           LG151026
           MOVE TERMINAL-PARSYS   TO TERMINAL-VU                        LG151026
           MOVE "EMIFAC"          TO PROGRAMA-VU                        LG151026
           SET PER-CREDITO-VU     TO TRUE                               LG151026
           STRING "CREDITO PEDIDO POR " USUARIO-PARSYS                  LG151026
                  DELIMITED BY SIZE INTO DETALLE-VU                     LG151026
           END-STRING                                                   LG151026
           CALL "VALUSU" USING REG-VALUSU                               LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               DISPLAY "EMIFAC - " MENSAJE-VU UPON CONSOLE              LG151026
               GO TO EXIT-PIDAUT-CRE                                    LG151026
           END-IF                                                       LG151026
           MOVE 1 TO AUTORIZA-CRE-WRK.                                  LG151026
       EXIT-PIDAUT-CRE.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CONTROLA-USUARIO - EL USUARIO DE LA ESTACION               *
      *   (USUARIO-PARSYS) DEBE ESTAR ACTIVO, HABILITADO EN EL LOCAL *
      *   Y TENER EL PERMISO DE LA FUNCION PEDIDA: EMISION DE        *
      *   FACTURAS O DE NC / ND (FUNCIONES 1 Y 3), ALINEACION (2) O  *
      *   REIMPRESION (5).  LA CLAVE LA CONTROLO EL PROGRAMA QUE     *
      *   LLAMA.  LOS PROCESOS POR LOTES (TERMINAL "BTCH") CONTROLAN *
      *   SU OPERADOR AL COMENZAR Y LA LECTURA DEL PUNTO DE CONTROL  *
      *   (FUNCION 4) NO SE CONTROLA.  EL INTENTO DENEGADO QUEDA EN  *
      *   SEGURIDAD.LOG Y SE DEVUELVE MOTIVO "USU".                  *
      ******************************************************************
       CONTROLA-USUARIO.                                                LG151026
           MOVE SPACES          TO REG-VALUSU                           LG151026
           MOVE 0               TO RESULTADO-VU                         LG151026
           IF TERMINAL-PARSYS = "BTCH" OR FUNCION = 4                   LG151026
               GO TO EXIT-CONUSU                                        LG151026
           END-IF                                                       LG151026
           MOVE USUARIO-PARSYS  TO USUARIO-VU                           LG151026
           MOVE 0               TO PIDE-CLAVE-VU                        LG151026
           MOVE COD-LOCAL       TO LOCAL-VU                             LG151026
           MOVE TERMINAL-PARSYS TO TERMINAL-VU                          LG151026
           MOVE "EMIFAC"        TO PROGRAMA-VU                          LG151026
           IF FUNCION = 2                                               LG151026
               SET PER-ALINEACION-VU TO TRUE                            LG151026
           ELSE                                                         LG151026
               IF FUNCION = 5                                           LG151026
                   SET PER-REIMPRESION-VU TO TRUE                       LG151026
               ELSE                                                     LG151026
                   IF DOC-NOTA-CREDITO OR DOC-NOTA-DEBITO               LG151026
                       SET PER-NOTAS-VU TO TRUE                         LG151026
                   ELSE                                                 LG151026
                       SET PER-FACTURA-VU TO TRUE                       LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           STRING "FUNCION " FUNCION " DOC " TIPO-DOC-PDC " "           LG151026
                  SERIE-NUMERADO " " NUME-FA                            LG151026
                  DELIMITED BY SIZE INTO DETALLE-VU                     LG151026
           END-STRING                                                   LG151026
           CALL "VALUSU" USING REG-VALUSU                               LG151026
           IF USUARIO-AUTORIZADO                                        LG151026
               GO TO EXIT-CONUSU                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "EMIFAC - " MENSAJE-VU UPON CONSOLE                  LG151026
           MOVE "USU"          TO MOTIVO-CA                             LG151026
           MOVE "EMIFAC"       TO NOMBRE-AR-CA                          LG151026
           MOVE "86"           TO ST-XX-CA                              LG151026
           MOVE SERIE-NUMERADO TO SERIE-CA                              LG151026
           MOVE NUME-FA        TO NUMFAC-CA                             LG151026
           MOVE MENSAJE-VU     TO DETALLE-CA.                           LG151026
       EXIT-CONUSU.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   TOMA-NUMERO - RESERVA EL PROXIMO NUMERO CORRELATIVO DE LA  *
      *   SERIE EN EL NUMERADOR (NUMERADO.DAT), TOMANDO EL ARCHIVO   *
      ******************************************************************
      *   GRABA-LOG-IMPR - DEJA CONSTANCIA DE QUE LA FACTURA SE       *
      *   TERMINO DE IMPRIMIR: NUMERO, FECHA, CANTIDAD DE COPIAS Y    *
      *   TERMINAL/USUARIO QUE LA EMITIO.  GUARDA TAMBIEN EL TIPO Y   *
      *   LA DIRECCION DE LA IMPRESORA, PARA QUE LA CONCILIACION      *
      *   (CONCIL) CONTROLE QUE TODA SALIDA A ARCHIVO ESTE ENCOLADA.  *
      ******************************************************************
       GRABA-LOG-IMPR.                                                  LG080826
           OPEN EXTEND ARCH-LOG                                         LG080826
               MOVE "O"         TO LOG-TIPO-EMI                         LG220826
           END-IF                                                       LG220826
           MOVE TIPO-DOC-PDC    TO LOG-TIPO-DOC                         LG220826
           MOVE TIPO-IMPR       TO LOG-TIPO-IMPR                        LG151026
           MOVE DIRE-IMPR       TO LOG-ARCHIVO                          LG151026
           WRITE LINEA-LOG                                              LG080826
           IF ST-LOG NOT = "00"                                         LG080826
               MOVE "LOG"     TO MOTIVO-CA                              LG080826
           ACCEPT HIS-FECHA-IMP FROM DATE YYYYMMDD                      LG220826
           ACCEPT HIS-HORA-IMP  FROM TIME                               LG220826
           MOVE TC-MONEDA       TO HIS-TC                               LG220826
           MOVE SPACES          TO ESTADO-ANU-FA  USUARIO-ANU-FA        LG151026
                                   MOTIVO-ANU-FA                        LG151026
           MOVE 0               TO FECHA-ANU-FA  HORA-ANU-FA            LG151026
           MOVE REG-FACTURAS    TO HIS-DATOS                            LG220826
           MOVE 4282            TO LARGO-HIS                            LG020926
           WRITE REG-HIS                                                LG220826
           EXIT.                                                        LG220826

      ******************************************************************
      *   GRABA-CTACTE - DA DE ALTA UN REGISTRO POR CUOTA DEL        *
      *   DOCUMENTO A CREDITO EN EL ARCHIVO DE CUENTAS A COBRAR      *
      *   (CTACTE.DAT, CLAVE RUC + SERIE + NUMERO + CUOTA) PARA EL   *
      *   SECTOR COBRANZAS.  LAS NOTAS DE CREDITO RESTAN.            *
      ******************************************************************
       GRABA-CTACTE.                                                    LG220826
           OPEN I-O ARCH-CTA                                            LG151026
           IF ST-CTA NOT = "00" AND ST-CTA NOT = "05"                   LG220826
               MOVE "CTA"     TO MOTIVO-CA                              LG220826
               MOVE "EMIFAC"  TO NOMBRE-AR-CA                           LG220826
           END-IF                                                       LG220826
           PERFORM VARYING JJ FROM 1 BY 1                               LG220826
                   UNTIL JJ > CANT-CUOTAS-WRK                           LG220826
               MOVE SPACES          TO REG-CTA                          LG151026
               MOVE RUC-FA          TO CTA-RUC                          LG220826
               MOVE COD-CLIENTE     TO CTA-CLIENTE                      LG220826
               MOVE SERIE-NUMERADO  TO CTA-SERIE                        LG220826
               COMPUTE IMP-TOT-WRK = CUO-IMP-TAB (JJ) * SIGNO-DOC       LG220826
               MOVE IMP-TOT-WRK     TO CTA-IMPORTE                      LG220826
               MOVE MONE-FA         TO CTA-MONEDA                       LG220826
               WRITE REG-CTA                                            LG151026
               IF ST-CTA NOT = "00"                                     LG220826
                   MOVE "CTA"     TO MOTIVO-CA                          LG220826
                   MOVE "EMIFAC"  TO NOMBRE-AR-CA                       LG220826
       EXIT-CTA.                                                        LG220826
           EXIT.                                                        LG220826

      ******************************************************************
      *   GRABA-AUTORIZA-CRE - DEJA EN CREDITO.LOG EL DOCUMENTO A    *
      *   CREDITO EMITIDO CON AUTORIZACION DEL SUPERVISOR: TERMINAL, *
      *   USUARIO, SUPERVISOR, SALDO, LIMITE Y ATRASO DEL CLIENTE.   *
      ******************************************************************
       GRABA-AUTORIZA-CRE.                                              LG151026
           OPEN EXTEND ARCH-AUC                                         LG151026
           IF ST-AUC NOT = "00" AND ST-AUC NOT = "05"                   LG151026
               MOVE "AUC"     TO MOTIVO-CA                              LG151026
               MOVE "EMIFAC"  TO NOMBRE-AR-CA                           LG151026
               MOVE ST-AUC    TO ST-XX-CA                               LG151026
               GO TO EXIT-PGM                                           LG151026
           END-IF                                                       LG151026
           MOVE SPACES          TO LINEA-AUC                            LG151026
           ACCEPT AUC-FECHA     FROM DATE YYYYMMDD                      LG151026
           ACCEPT AUC-HORA      FROM TIME                               LG151026
           MOVE TERMINAL-PARSYS TO AUC-TERMINAL                         LG151026
           MOVE USUARIO-PARSYS  TO AUC-USUARIO                          LG151026
           MOVE SUPERV-CRE-WRK  TO AUC-SUPERVISOR                       LG151026
           MOVE RUC-FA          TO AUC-RUC                              LG151026
           MOVE COD-CLIENTE     TO AUC-CLIENTE                          LG151026
           MOVE SERIE-NUMERADO  TO AUC-SERIE                            LG151026
           MOVE NUME-FA         TO AUC-NUMFAC                           LG151026
           IF EXCEDE-LIM-WRK = 1 AND EN-MORA-WRK = 1                    LG151026
               MOVE "A"         TO AUC-MOTIVO                           LG151026
           ELSE                                                         LG151026
               IF EXCEDE-LIM-WRK = 1                                    LG151026
                   MOVE "L"     TO AUC-MOTIVO                           LG151026
               ELSE                                                     LG151026
                   MOVE "M"     TO AUC-MOTIVO                           LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE SALDO-UYU-WRK   TO AUC-SALDO                            LG151026
           MOVE LIMITE-CLIENTE  TO AUC-LIMITE                           LG151026
           MOVE TOT-UYU-WRK     TO AUC-TOTAL                            LG151026
           IF MAX-ATRASO-WRK > 9999                                     LG151026
               MOVE 9999           TO AUC-ATRASO                        LG151026
           ELSE                                                         LG151026
               MOVE MAX-ATRASO-WRK TO AUC-ATRASO                        LG151026
           END-IF                                                       LG151026
           WRITE LINEA-AUC                                              LG151026
           IF ST-AUC NOT = "00"                                         LG151026
               MOVE "AUC"     TO MOTIVO-CA                              LG151026
               MOVE "EMIFAC"  TO NOMBRE-AR-CA                           LG151026
               MOVE ST-AUC    TO ST-XX-CA                               LG151026
               CLOSE ARCH-AUC                                           LG151026
               GO TO EXIT-PGM                                           LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-AUC.                                              LG151026
       EXIT-GRAAUT.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GRABA-ESTADO-CFE - DA DE ALTA EL COMPROBANTE RECIEN         *
      *   GENERADO EN EL ARCHIVO DE ESTADO DE CFE COMO "GENERADO".    *
                   END-IF                                               LG020926
           END-READ                                                     LG220826
           MOVE HIS-DATOS       TO REG-FACTURAS                         LG220826
      *  UN DOCUMENTO ANULADO NO SE REIMPRIME.
           IF DOC-ANULADO                                               LG151026
               MOVE "ANU"          TO MOTIVO-CA                         LG151026
               MOVE "EMIFAC"       TO NOMBRE-AR-CA                      LG151026
               MOVE "87"           TO ST-XX-CA                          LG151026
               MOVE SERIE-NUMERADO TO SERIE-CA                          LG151026
               MOVE NUME-FA        TO NUMFAC-CA                         LG151026
               MOVE SPACES         TO DETALLE-CA                        LG151026
               STRING "DOCUMENTO ANULADO EL " FECHA-ANU-FA              LG151026
                      " POR " USUARIO-ANU-FA                            LG151026
                      DELIMITED BY SIZE INTO DETALLE-CA                 LG151026
               END-STRING                                               LG151026
               CLOSE ARCH-HIS                                           LG151026
               GO TO EXIT-PGM                                           LG151026
           END-IF                                                       LG151026
           MOVE HIS-TIPO-DOC    TO TIPO-DOC-PDC                         LG220826
           IF HIS-DESC-DOC NOT = SPACES                                 LG230826
               MOVE HIS-DESC-DOC TO DESC-DOC-PDC                        LG230826
