       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. CONCIL.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  CONCIL - CONCILIACION NOCTURNA ENTRE LOS ARCHIVOS DE LA      *
      *  FACTURACION.  CRUZA POR SERIE + NUMERO EL LOG DE EMISION     *
      *  (EMIFAC.LOG), EL HISTORICO (FACTURAS.HIS), LAS CUOTAS        *
      *  (CTACTE.DAT), LOS COBROS APLICADOS (CTAPAGOS.DAT), EL        *
      *  ESTADO DE LOS CFE (CFESTADO.DAT) Y LA COLA DE DESPACHO       *
      *  (ENVIOS.DAT), E INFORMA EN CONCIL.LIS:                       *
      *    - EMISIONES ORIGINALES DEL LOG SIN HISTORICO, Y            *
      *      DOCUMENTOS DEL HISTORICO SIN LINEA EN EL LOG,            *
      *    - DOCUMENTOS A CREDITO SIN CUOTAS, CON CUOTAS FALTANTES    *
      *      O CUYAS CUOTAS NO SUMAN EL TOTAL DEL DOCUMENTO,          *
      *    - CUOTAS Y CFE SIN DOCUMENTO EN EL HISTORICO,              *
      *    - EMISIONES A ARCHIVO (IMPRESORA TIPO 3) SIN ENTREGA       *
      *      ENCOLADA EN ENVIOS.DAT,                                  *
      *    - CUOTAS CON MAS APLICADO QUE SU IMPORTE, APLICACIONES     *
      *      SOBRE CUOTAS INEXISTENTES Y CUOTAS DUPLICADAS.           *
      *  LOS DOCUMENTOS QUE YA NO ESTAN EN EL HISTORICO VIVO SE       *
      *  BUSCAN EN LOS ARCHIVOS ANUALES (FACTURAS.HNN, ARCFAC) Y NO   *
      *  SE INFORMAN SI ESTAN ALLI.  LOS DOCUMENTOS ANULADOS (ANUFAC) *
      *  NO SE CONTROLAN CONTRA CUOTAS NI ENVIOS.  LAS LINEAS DEL LOG *
      *  ANTERIORES AL TIPO DE IMPRESORA NO SE CONTROLAN CONTRA LA    *
      *  COLA DE DESPACHO.                                            *
      *  EN MODO REPARACION, Y DESPUES DE LA CONFIRMACION DEL         *
      *  OPERADOR, REGENERA DESDE FACTURAS.HIS LAS CUOTAS QUE FALTAN  *
      *  (MISMO PLAN QUE ARMA EMIFAC AL EMITIR) Y LAS ENTREGAS DE LAS *
      *  SALIDAS A ARCHIVO (AL CORREO DEL CLIENTE EN CLIENTES.DAT;    *
      *  SIN DIRECCION LA ENTRADA QUEDA FALLADA COMO EN EMIFAC).      *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

           SELECT OPTIONAL ARCH-CLI  ASSIGN TO "CLIENTES.DAT"           LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-CLI.                    LG151026

           SELECT ARCH-WRK ASSIGN TO "CONCIL.WRK"                       LG151026
                            ORGANIZATION  IS INDEXED                    LG151026
                            ACCESS MODE   IS DYNAMIC                    LG151026
                            RECORD KEY    IS WRK-CLAVE                  LG151026
                            FILE STATUS   IS ST-WRK.                    LG151026

           SELECT ARCH-WCU ASSIGN TO "CONCIL.WCU"                       LG151026
                            ORGANIZATION  IS INDEXED                    LG151026
                            ACCESS MODE   IS DYNAMIC                    LG151026
                            RECORD KEY    IS WCU-CLAVE                  LG151026
                            FILE STATUS   IS ST-WCU.                    LG151026

           SELECT LISTADO  ASSIGN TO "CONCIL.LIS"                       LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-LIS.                    LG151026

       DATA DIVISION.                                                   LG151026

       FILE SECTION.                                                    LG151026

       COPY "IMPREACT.FDS".                                             LG151026

       FD ARCH-CLI                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-CLI            PIC X(160).                              LG151026

       01 REG-CLI       REDEFINES LINEA-CLI.                            LG151026
           02  CLI-COD         PIC X(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CLI-RUC         PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CLI-RSOC        PIC X(040).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CLI-DIR         PIC X(040).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CLI-EMAIL       PIC X(050).                              LG151026
           02  CLI-LIMITE      PIC 9(008).                              LG151026

      *  UN REGISTRO POR DOCUMENTO (SERIE + NUMERO) CON LO QUE APORTA
      *  CADA ARCHIVO.  WRK-CUO-MARCA TIENE UNA "X" EN LA POSICION DE
      *  CADA NUMERO DE CUOTA PRESENTE EN CTACTE.DAT.
       FD ARCH-WRK                                                      LG151026
           LABEL RECORDS ARE STANDARD.                                  LG151026
       01 REG-WRK.                                                      LG151026
           02  WRK-CLAVE.                                               LG151026
               03  WRK-SERIE   PIC X(001).                              LG151026
               03  WRK-NUMFAC  PIC 9(008).                              LG151026
           02  WRK-RUC         PIC X(012).                              LG151026
           02  WRK-CLIENTE     PIC X(006).                              LG151026
           02  WRK-CANT-LOG    PIC 9(003).                              LG151026
           02  WRK-LOG-TIPO    PIC X(002).                              LG151026
           02  WRK-FECHA-IMP   PIC 9(008).                              LG151026
           02  WRK-USUARIO     PIC X(010).                              LG151026
           02  WRK-IMPR-ARCH   PIC 9(001).                              LG151026
           02  WRK-ARCHIVO     PIC X(020).                              LG151026
           02  WRK-HAY-HIS     PIC 9(001).                              LG151026
           02  WRK-TIPO-DOC    PIC X(002).                              LG151026
           02  WRK-FECHA-FA    PIC 9(008).                              LG151026
           02  WRK-HIS-IMP     PIC 9(008).                              LG151026
           02  WRK-MONEDA      PIC X(003).                              LG151026
           02  WRK-TOTAL       PIC S9(009)V99     COMP-3.               LG151026
           02  WRK-ANULADO     PIC X(001).                              LG151026
           02  WRK-FPAG-IND    PIC X(001).                              LG151026
           02  WRK-FPAG-CUOTAS PIC 9(002).                              LG151026
           02  WRK-CANT-CTA    PIC 9(003).                              LG151026
           02  WRK-SUMA-CTA    PIC S9(011)V99     COMP-3.               LG151026
           02  WRK-CUO-MARCA   PIC X(024).                              LG151026
           02  WRK-CANT-EST    PIC 9(003).                              LG151026
           02  WRK-EST-TIPO    PIC X(002).                              LG151026
           02  WRK-EST-ESTADO  PIC X(001).                              LG151026
           02  WRK-EST-FECHA   PIC 9(008).                              LG151026
           02  WRK-REPARA-CTA  PIC 9(001).                              LG151026
           02  WRK-REPARA-ENV  PIC 9(001).                              LG151026

      *  UN REGISTRO POR CUOTA (SERIE + NUMERO + CUOTA): IMPORTE EN
      *  CTACTE.DAT CONTRA LO APLICADO EN CTAPAGOS.DAT.
       FD ARCH-WCU                                                      LG151026
           LABEL RECORDS ARE STANDARD.                                  LG151026
       01 REG-WCU.                                                      LG151026
           02  WCU-CLAVE.                                               LG151026
               03  WCU-SERIE   PIC X(001).                              LG151026
               03  WCU-NUMFAC  PIC 9(008).                              LG151026
               03  WCU-CUOTA   PIC 9(002).                              LG151026
           02  WCU-RUC         PIC X(012).                              LG151026
           02  WCU-MONEDA      PIC X(003).                              LG151026
           02  WCU-CANT-CTA    PIC 9(003).                              LG151026
           02  WCU-IMPORTE     PIC S9(011)V99     COMP-3.               LG151026
           02  WCU-CANT-PAG    PIC 9(005).                              LG151026
           02  WCU-APLICADO    PIC S9(011)V99     COMP-3.               LG151026
           02  WCU-ULT-RECIBO  PIC 9(008).                              LG151026
           02  WCU-ULT-FECHA   PIC 9(008).                              LG151026

       FD LISTADO                                                       LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-LIS            PIC X(136).                              LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG151026
       COPY "IMPRES.REG".                                               LG151026

       01  ST-CLI              PIC X(002)  VALUE "00".                  LG151026
       01  ST-WRK              PIC X(002)  VALUE "00".                  LG151026
       01  ST-WCU              PIC X(002)  VALUE "00".                  LG151026
       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  MODO-REP-CI         PIC X(001)  VALUE "N".                   LG151026
       01  RESP-CI             PIC X(001)  VALUE "N".                   LG151026
       01  FECHA-HOY-CI        PIC 9(008)  VALUE 0.                     LG151026
       01  FIN-LOG-CI          PIC 9       VALUE 0.                     LG151026
       01  FIN-HIS-CI          PIC 9       VALUE 0.                     LG151026
       01  FIN-CTA-CI          PIC 9       VALUE 0.                     LG151026
       01  FIN-PAG-CI          PIC 9       VALUE 0.                     LG151026
       01  FIN-EST-CI          PIC 9       VALUE 0.                     LG151026
       01  FIN-WRK-CI          PIC 9       VALUE 0.                     LG151026
       01  FIN-WCU-CI          PIC 9       VALUE 0.                     LG151026
       01  FIN-CLI-CI          PIC 9       VALUE 0.                     LG151026
       01  SIN-ENV-CI          PIC 9       VALUE 0.                     LG151026
       01  SIN-CTA-CI          PIC 9       VALUE 0.                     LG151026
       01  NUEVO-CI            PIC 9       VALUE 0.                     LG151026
       01  NUEVO-CU-CI         PIC 9       VALUE 0.                     LG151026
       01  HALLA-ARQ-CI        PIC 9       VALUE 0.                     LG151026
       01  HALLA-HIS-CI        PIC 9       VALUE 0.                     LG151026
       01  I-CI                PIC S9(005) COMP.                        LG151026
       01  JJ-CI               PIC S9(005) COMP.                        LG151026
       01  ANIO-ARQ-CI         PIC 9(004)  VALUE 0.                     LG151026
       01  ANIO-TOPE-CI        PIC 9(004)  VALUE 0.                     LG151026

       01  CLAVE-CI.                                                    LG151026
           02  CLA-SERIE-CI    PIC X(001).                              LG151026
           02  CLA-NUMFAC-CI   PIC 9(008).                              LG151026
       01  CLAVE-CU-CI.                                                 LG151026
           02  CLU-SERIE-CI    PIC X(001).                              LG151026
           02  CLU-NUMFAC-CI   PIC 9(008).                              LG151026
           02  CLU-CUOTA-CI    PIC 9(002).                              LG151026

      *  PLAN DE CUOTAS DEL DOCUMENTO (COMO CALCULA-CUOTAS DE EMIFAC)
       01  PLAN-CI             PIC S9(005) COMP VALUE 0.                LG151026
       01  FALTAN-CI           PIC S9(005) COMP VALUE 0.                LG151026
       01  SIGNO-CI            PIC S9(001) VALUE +1.                    LG151026
       01  CUO-IMP-CI          PIC S9(009)V99     COMP-3.               LG151026
       01  SUMA-CUO-CI         PIC S9(009)V99     COMP-3.               LG151026
       01  IMP-CUO-CI          PIC S9(009)V99     COMP-3.               LG151026
       01  VALOR-CTA-CI        PIC S9(009)V99     COMP-3.               LG151026
       01  DIF-CI              PIC S9(011)V99     COMP-3.               LG151026
       01  SALDO-CI            PIC S9(011)V99     COMP-3.               LG151026
       01  CLIENTE-CI          PIC X(006)  VALUE SPACES.                LG151026
       01  EMAIL-CI            PIC X(050)  VALUE SPACES.                LG151026

       01  EXC-TEXTO-CI        PIC X(034)  VALUE SPACES.                LG151026
       01  CANT-LOGSH-CI       PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-HISSL-CI       PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-SINCUO-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-FALCUO-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-NOSUMA-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-CUOHUE-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-CFEHUE-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-SINENV-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-EXCAPL-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-APLHUE-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-CUODUP-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-ARQ-CI         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-ILEG-CI        PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-REPCTA-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-REPENV-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-CUOGEN-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-ENVGEN-CI      PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-CI        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-CI           PIC S9(005) COMP VALUE 0.                LG151026

      *  PARSE DE IMPORTES EDITADOS DE LOS ARCHIVOS DE LINEA
       01  CAMPO-IMP-CI        PIC X(012)  VALUE SPACES.                LG151026
       01  VALOR-IMP-CI        PIC S9(009)V99     COMP-3.               LG151026
       01  ENT-IMP-CI          PIC S9(011)        COMP-3.               LG151026
       01  NEG-IMP-CI          PIC 9       VALUE 0.                     LG151026
       01  DIG-X-CI            PIC X(001).                              LG151026
       01  DIG-9-CI   REDEFINES DIG-X-CI  PIC 9(001).                   LG151026

      *  CAMPOS EDITADOS PARA EL DETALLE DE CADA EXCEPCION
       01  ED-IMP1-CI          PIC -(10)9,99.                           LG151026
       01  ED-IMP2-CI          PIC -(10)9,99.                           LG151026
       01  ED-IMP3-CI          PIC -(10)9,99.                           LG151026
       01  ED-CANT1-CI         PIC ZZZ9.                                LG151026
       01  ED-CANT2-CI         PIC ZZZ9.                                LG151026
       01  ED-FEC-CI.                                                   LG151026
           02  ED-DD-CI        PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  ED-MM-CI        PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  ED-AAAA-CI      PIC 9(004).                              LG151026
       01  ED-FEC2-CI          PIC X(010).                              LG151026

       01  LIN-TIT1-CI.                                                 LG151026
           02  FILLER          PIC X(040) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(040)                               LG151026
               VALUE "CONCILIACION DE ARCHIVOS DE FACTURACION".         LG151026
           02  FILLER          PIC X(007) VALUE " FECHA ".              LG151026
           02  TIT-DD-CI       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-CI       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-CI     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-CI      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-CI.                                                 LG151026
           02  FILLER          PIC X(002) VALUE "S ".                   LG151026
           02  FILLER          PIC X(009) VALUE "NUMERO".               LG151026
           02  FILLER          PIC X(003) VALUE "CU ".                  LG151026
           02  FILLER          PIC X(013) VALUE "RUC".                  LG151026
           02  FILLER          PIC X(035) VALUE "OBSERVACION".          LG151026
           02  FILLER          PIC X(020) VALUE "DETALLE".              LG151026

       01  LIN-SEC-CI.                                                  LG151026
           02  FILLER          PIC X(003) VALUE "** ".                  LG151026
           02  SEC-TEXTO-CI    PIC X(060).                              LG151026

       01  LIN-EXC-CI.                                                  LG151026
           02  DET-SERIE-CI    PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-NUMFAC-CI   PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CUOTA-CI    PIC X(002).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-RUC-CI      PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-OBS-CI      PIC X(034).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DETALLE-CI  PIC X(073).                              LG151026

       01  LIN-RES-CI.                                                  LG151026
           02  RES-TEXTO-CI    PIC X(045).                              LG151026
           02  RES-CANT-CI     PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "CONCIL - CONCILIACION DE ARCHIVOS" UPON CONSOLE     LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "CONCIL"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "REGENERAR CUOTAS Y ENVIOS FALTANTES (S/N):"         LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT MODO-REP-CI FROM CONSOLE                              LG151026
           IF MODO-REP-CI = "s"                                         LG151026
               MOVE "S" TO MODO-REP-CI                                  LG151026
           END-IF                                                       LG151026
           IF MODO-REP-CI = "S"                                         LG151026
               SET PER-ARCHIVO-VU TO TRUE                               LG151026
               MOVE "REGENERACION DE CUOTAS Y ENVIOS" TO DETALLE-VU     LG151026
               PERFORM CONTROLA-PERMISO THRU EXIT-CONPER                LG151026
               IF NOT USUARIO-AUTORIZADO                                LG151026
                   DISPLAY "CONCIL - SE EMITE SOLO EL INFORME"          LG151026
                           UPON CONSOLE                                 LG151026
                   MOVE "N" TO MODO-REP-CI                              LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-CI FROM DATE YYYYMMDD                       LG151026

           OPEN INPUT ARCH-HIS                                          LG151026
           IF ST-HIS NOT = "00"                                         LG151026
               DISPLAY "CONCIL - NO SE PUDO ABRIR FACTURAS.HIS ST "     LG151026
                       ST-HIS UPON CONSOLE                              LG151026
               IF ST-HIS = "05"                                         LG151026
                   CLOSE ARCH-HIS                                       LG151026
               END-IF                                                   LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN INPUT ARCH-LOG                                          LG151026
           IF ST-LOG NOT = "00"                                         LG151026
               DISPLAY "CONCIL - NO SE PUDO ABRIR EMIFAC.LOG ST "       LG151026
                       ST-LOG UPON CONSOLE                              LG151026
               IF ST-LOG = "05"                                         LG151026
                   CLOSE ARCH-LOG                                       LG151026
               END-IF                                                   LG151026
               CLOSE ARCH-HIS                                           LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT ARCH-WRK                                         LG151026
           IF ST-WRK NOT = "00"                                         LG151026
               DISPLAY "CONCIL - NO SE PUDO CREAR CONCIL.WRK ST "       LG151026
                       ST-WRK UPON CONSOLE                              LG151026
               CLOSE ARCH-HIS                                           LG151026
               CLOSE ARCH-LOG                                           LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-WRK                                               LG151026
           OPEN I-O ARCH-WRK                                            LG151026
           OPEN OUTPUT ARCH-WCU                                         LG151026
           IF ST-WCU NOT = "00"                                         LG151026
               DISPLAY "CONCIL - NO SE PUDO CREAR CONCIL.WCU ST "       LG151026
                       ST-WCU UPON CONSOLE                              LG151026
               CLOSE ARCH-HIS                                           LG151026
               CLOSE ARCH-LOG                                           LG151026
               CLOSE ARCH-WRK                                           LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-WCU                                               LG151026
           OPEN I-O ARCH-WCU                                            LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "CONCIL - NO SE PUDO ABRIR CONCIL.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-HIS                                           LG151026
               CLOSE ARCH-LOG                                           LG151026
               CLOSE ARCH-WRK                                           LG151026
               CLOSE ARCH-WCU                                           LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026

           PERFORM LEE-LOG-CI     THRU EXIT-LEELOG-CI                   LG151026
           PERFORM CARGA-LOG-CI   THRU EXIT-CARLOG-CI                   LG151026
                   UNTIL FIN-LOG-CI = 1                                 LG151026
           CLOSE ARCH-LOG                                               LG151026
           PERFORM CARGA-HIS-CI   THRU EXIT-CARHIS-CI                   LG151026
           PERFORM CARGA-CTA-CI   THRU EXIT-CARCTA-CI                   LG151026
           PERFORM CARGA-PAG-CI   THRU EXIT-CARPAG-CI                   LG151026
           PERFORM CARGA-EST-CI   THRU EXIT-CAREST-CI                   LG151026

           OPEN INPUT ARCH-ENV                                          LG151026
           IF ST-ENV NOT = "00"                                         LG151026
               IF ST-ENV = "05"                                         LG151026
                   CLOSE ARCH-ENV                                       LG151026
               END-IF                                                   LG151026
               MOVE 1 TO SIN-ENV-CI                                     LG151026
           END-IF                                                       LG151026

           PERFORM ENCABEZADO-CI THRU EXIT-ENC-CI                       LG151026
           MOVE "DOCUMENTOS" TO SEC-TEXTO-CI                            LG151026
           PERFORM SECCION-CI THRU EXIT-SECCION-CI                      LG151026
           PERFORM RECORRE-WRK-CI THRU EXIT-RECWRK-CI                   LG151026
           MOVE "CUOTAS Y APLICACIONES DE COBRO" TO SEC-TEXTO-CI        LG151026
           PERFORM SECCION-CI THRU EXIT-SECCION-CI                      LG151026
           PERFORM RECORRE-WCU-CI THRU EXIT-RECWCU-CI                   LG151026
           IF SIN-ENV-CI = 0                                            LG151026
               CLOSE ARCH-ENV                                           LG151026
           END-IF                                                       LG151026
           PERFORM RESUMEN-CI THRU EXIT-RESUMEN-CI                      LG151026

           IF MODO-REP-CI = "S"                                         LG151026
               PERFORM REPARACION-CI THRU EXIT-REPARA-CI                LG151026
           END-IF                                                       LG151026

           CLOSE ARCH-HIS                                               LG151026
           CLOSE ARCH-WRK                                               LG151026
           CLOSE ARCH-WCU                                               LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "CONCIL - INFORME EN CONCIL.LIS" UPON CONSOLE.       LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   ENCABEZADO-CI - TITULOS DE CADA PAGINA DEL INFORME.         *
      ******************************************************************
       ENCABEZADO-CI.                                                   LG151026
           ADD 1 TO PAGINA-CI                                           LG151026
           MOVE FECHA-HOY-CI TO FECHA-AMD                               LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-CI                                  LG151026
           MOVE MMM       TO TIT-MM-CI                                  LG151026
           MOVE AAA       TO TIT-AAAA-CI                                LG151026
           MOVE PAGINA-CI TO TIT-PAG-CI                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-CI AFTER ADVANCING PAGE        LG151026
           WRITE LINEA-LIS FROM LIN-TIT2-CI AFTER ADVANCING 2 LINES     LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE 4 TO LINEA-PAG-CI.                                      LG151026
       EXIT-ENC-CI.                                                     LG151026
           EXIT.                                                        LG151026

       SECCION-CI.                                                      LG151026
           IF LINEA-PAG-CI > 54                                         LG151026
               PERFORM ENCABEZADO-CI THRU EXIT-ENC-CI                   LG151026
           END-IF                                                       LG151026
           WRITE LINEA-LIS FROM LIN-SEC-CI AFTER ADVANCING 2 LINES      LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           ADD 3 TO LINEA-PAG-CI.                                       LG151026
       EXIT-SECCION-CI.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LEE-DOC-CI / GRABA-DOC-CI - TRAEN Y GUARDAN EL REGISTRO DE  *
      *   TRABAJO DEL DOCUMENTO CLAVE-CI (LO CREAN SI NO EXISTE).     *
      ******************************************************************
       LEE-DOC-CI.                                                      LG151026
           MOVE CLAVE-CI TO WRK-CLAVE                                   LG151026
           MOVE 0 TO NUEVO-CI                                           LG151026
           READ ARCH-WRK                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO NUEVO-CI                                   LG151026
                   PERFORM INICIA-WRK-CI THRU EXIT-INIWRK-CI            LG151026
           END-READ.                                                    LG151026
       EXIT-LEEDOC-CI.                                                  LG151026
           EXIT.                                                        LG151026

       INICIA-WRK-CI.                                                   LG151026
           MOVE SPACES   TO REG-WRK                                     LG151026
           MOVE CLAVE-CI TO WRK-CLAVE                                   LG151026
           MOVE 0 TO WRK-CANT-LOG   WRK-FECHA-IMP   WRK-IMPR-ARCH       LG151026
                     WRK-HAY-HIS    WRK-FECHA-FA    WRK-HIS-IMP         LG151026
                     WRK-TOTAL      WRK-FPAG-CUOTAS WRK-CANT-CTA        LG151026
                     WRK-SUMA-CTA   WRK-CANT-EST    WRK-EST-FECHA       LG151026
                     WRK-REPARA-CTA WRK-REPARA-ENV.                     LG151026
       EXIT-INIWRK-CI.                                                  LG151026
           EXIT.                                                        LG151026

       GRABA-DOC-CI.                                                    LG151026
           IF NUEVO-CI = 1                                              LG151026
               WRITE REG-WRK                                            LG151026
           ELSE                                                         LG151026
               REWRITE REG-WRK                                          LG151026
           END-IF.                                                      LG151026
       EXIT-GRADOC-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CUO-CI.                                                      LG151026
           MOVE CLAVE-CU-CI TO WCU-CLAVE                                LG151026
           MOVE 0 TO NUEVO-CU-CI                                        LG151026
           READ ARCH-WCU                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO NUEVO-CU-CI                                LG151026
                   MOVE SPACES      TO REG-WCU                          LG151026
                   MOVE CLAVE-CU-CI TO WCU-CLAVE                        LG151026
                   MOVE 0 TO WCU-CANT-CTA   WCU-IMPORTE                 LG151026
                             WCU-CANT-PAG   WCU-APLICADO                LG151026
                             WCU-ULT-RECIBO WCU-ULT-FECHA               LG151026
           END-READ.                                                    LG151026
       EXIT-LEECUO-CI.                                                  LG151026
           EXIT.                                                        LG151026

       GRABA-CUO-CI.                                                    LG151026
           IF NUEVO-CU-CI = 1                                           LG151026
               WRITE REG-WCU                                            LG151026
           ELSE                                                         LG151026
               REWRITE REG-WCU                                          LG151026
           END-IF.                                                      LG151026
       EXIT-GRACUO-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-LOG-CI.                                                      LG151026
           READ ARCH-LOG                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-LOG-CI                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEELOG-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-LOG-CI - CADA EMISION ORIGINAL DEL LOG (LAS           *
      *   REIMPRESIONES Y LAS LINEAS DE ANULACION NO CUENTAN).  SE    *
      *   MARCAN LAS EMITIDAS A ARCHIVO (IMPRESORA TIPO 3).           *
      ******************************************************************
       CARGA-LOG-CI.                                                    LG151026
           IF LOG-TIPO-EMI NOT = "O" AND LOG-TIPO-EMI NOT = SPACE       LG151026
               GO TO SIGUE-CARLOG-CI                                    LG151026
           END-IF                                                       LG151026
           IF LOG-NUMFAC NOT NUMERIC                                    LG151026
               GO TO SIGUE-CARLOG-CI                                    LG151026
           END-IF                                                       LG151026
           MOVE LOG-SERIE  TO CLA-SERIE-CI                              LG151026
           MOVE LOG-NUMFAC TO CLA-NUMFAC-CI                             LG151026
           PERFORM LEE-DOC-CI THRU EXIT-LEEDOC-CI                       LG151026
           ADD 1 TO WRK-CANT-LOG                                        LG151026
           MOVE LOG-TIPO-DOC  TO WRK-LOG-TIPO                           LG151026
           MOVE LOG-FECHA-IMP TO WRK-FECHA-IMP                          LG151026
           MOVE LOG-USUARIO   TO WRK-USUARIO                            LG151026
           IF WRK-RUC = SPACES                                          LG151026
               MOVE LOG-RUC TO WRK-RUC                                  LG151026
           END-IF                                                       LG151026
           IF LOG-TIPO-IMPR = "3"                                       LG151026
               MOVE 1           TO WRK-IMPR-ARCH                        LG151026
               MOVE LOG-ARCHIVO TO WRK-ARCHIVO                          LG151026
           END-IF                                                       LG151026
           PERFORM GRABA-DOC-CI THRU EXIT-GRADOC-CI.                    LG151026
       SIGUE-CARLOG-CI.                                                 LG151026
           PERFORM LEE-LOG-CI THRU EXIT-LEELOG-CI.                      LG151026
       EXIT-CARLOG-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-HIS-CI - CADA DOCUMENTO DEL HISTORICO VIVO CON SU     *
      *   TOTAL (CON EL SIGNO CON QUE VAN LAS CUOTAS: LAS NOTAS DE    *
      *   CREDITO RESTAN), FORMA DE PAGO Y MARCA DE ANULACION.        *
      ******************************************************************
       CARGA-HIS-CI.                                                    LG151026
           MOVE LOW-VALUES TO HIS-CLAVE                                 LG151026
           START ARCH-HIS KEY NOT < HIS-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   GO TO EXIT-CARHIS-CI                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-HIS-CI THRU EXIT-LEEHIS-CI                       LG151026
           PERFORM SUMA-HIS-CI THRU EXIT-SUMHIS-CI                      LG151026
                   UNTIL FIN-HIS-CI = 1.                                LG151026
       EXIT-CARHIS-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-HIS-CI.                                                      LG151026
           READ ARCH-HIS NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-HIS-CI                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEHIS-CI.                                                  LG151026
           EXIT.                                                        LG151026

       SUMA-HIS-CI.                                                     LG151026
           MOVE HIS-DATOS  TO REG-FACTURAS                              LG151026
           MOVE HIS-SERIE  TO CLA-SERIE-CI                              LG151026
           MOVE HIS-NUMFAC TO CLA-NUMFAC-CI                             LG151026
           PERFORM LEE-DOC-CI THRU EXIT-LEEDOC-CI                       LG151026
           MOVE 1             TO WRK-HAY-HIS                            LG151026
           MOVE RUC-FA        TO WRK-RUC                                LG151026
           MOVE HIS-TIPO-DOC  TO WRK-TIPO-DOC                           LG151026
           MOVE FECHA-FA      TO WRK-FECHA-FA                           LG151026
           MOVE HIS-FECHA-IMP TO WRK-HIS-IMP                            LG151026
           MOVE MONE-FA       TO WRK-MONEDA                             LG151026
           MOVE ESTADO-ANU-FA TO WRK-ANULADO                            LG151026
           IF HIS-TIPO-DOC = "NC"                                       LG151026
               COMPUTE WRK-TOTAL = TOTAL-A-PAGAR * -1                   LG151026
           ELSE                                                         LG151026
               MOVE TOTAL-A-PAGAR TO WRK-TOTAL                          LG151026
           END-IF                                                       LG151026
           IF HIS-FPAG-CUOTAS NUMERIC                                   LG151026
               MOVE HIS-FPAG-IND    TO WRK-FPAG-IND                     LG151026
               MOVE HIS-FPAG-CUOTAS TO WRK-FPAG-CUOTAS                  LG151026
           ELSE                                                         LG151026
               MOVE SPACES TO WRK-FPAG-IND                              LG151026
               MOVE 0      TO WRK-FPAG-CUOTAS                           LG151026
           END-IF                                                       LG151026
           PERFORM GRABA-DOC-CI THRU EXIT-GRADOC-CI                     LG151026
           PERFORM LEE-HIS-CI THRU EXIT-LEEHIS-CI.                      LG151026
       EXIT-SUMHIS-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-CTA-CI - CADA CUOTA DE CTACTE.DAT SUMA AL DOCUMENTO   *
      *   (CANTIDAD, IMPORTE Y MARCA DEL NUMERO DE CUOTA) Y A SU      *
      *   REGISTRO DE CUOTA.                                          *
      ******************************************************************
       CARGA-CTA-CI.                                                    LG151026
           OPEN INPUT ARCH-CTA                                          LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               IF ST-CTA = "05"                                         LG151026
                   CLOSE ARCH-CTA                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-CARCTA-CI                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-CTA-CI THRU EXIT-LEECTA-CI                       LG151026
           PERFORM SUMA-CTA-CI THRU EXIT-SUMCTA-CI                      LG151026
                   UNTIL FIN-CTA-CI = 1                                 LG151026
           CLOSE ARCH-CTA.                                              LG151026
       EXIT-CARCTA-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTA-CI.                                                      LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTA-CI                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEECTA-CI.                                                  LG151026
           EXIT.                                                        LG151026

       SUMA-CTA-CI.                                                     LG151026
           IF CTA-NUMFAC NOT NUMERIC OR CTA-CUOTA NOT NUMERIC           LG151026
               ADD 1 TO CANT-ILEG-CI                                    LG151026
               GO TO SIGUE-SUMCTA-CI                                    LG151026
           END-IF                                                       LG151026
           MOVE CTA-IMPORTE TO CAMPO-IMP-CI                             LG151026
           PERFORM PARSE-IMP-CI THRU EXIT-PARSE-CI                      LG151026
           MOVE CTA-SERIE  TO CLA-SERIE-CI                              LG151026
           MOVE CTA-NUMFAC TO CLA-NUMFAC-CI                             LG151026
           PERFORM LEE-DOC-CI THRU EXIT-LEEDOC-CI                       LG151026
           ADD 1            TO WRK-CANT-CTA                             LG151026
           ADD VALOR-IMP-CI TO WRK-SUMA-CTA                             LG151026
           IF CTA-CUOTA > 0 AND CTA-CUOTA < 25                          LG151026
               MOVE "X" TO WRK-CUO-MARCA (CTA-CUOTA:1)                  LG151026
           END-IF                                                       LG151026
           IF WRK-CLIENTE = SPACES                                      LG151026
               MOVE CTA-CLIENTE TO WRK-CLIENTE                          LG151026
           END-IF                                                       LG151026
           IF WRK-RUC = SPACES                                          LG151026
               MOVE CTA-RUC TO WRK-RUC                                  LG151026
           END-IF                                                       LG151026
           IF WRK-MONEDA = SPACES                                       LG151026
               MOVE CTA-MONEDA TO WRK-MONEDA                            LG151026
           END-IF                                                       LG151026
           PERFORM GRABA-DOC-CI THRU EXIT-GRADOC-CI                     LG151026

           MOVE CTA-SERIE  TO CLU-SERIE-CI                              LG151026
           MOVE CTA-NUMFAC TO CLU-NUMFAC-CI                             LG151026
           MOVE CTA-CUOTA  TO CLU-CUOTA-CI                              LG151026
           PERFORM LEE-CUO-CI THRU EXIT-LEECUO-CI                       LG151026
           ADD 1            TO WCU-CANT-CTA                             LG151026
           ADD VALOR-IMP-CI TO WCU-IMPORTE                              LG151026
           MOVE CTA-RUC     TO WCU-RUC                                  LG151026
           MOVE CTA-MONEDA  TO WCU-MONEDA                               LG151026
           PERFORM GRABA-CUO-CI THRU EXIT-GRACUO-CI.                    LG151026
       SIGUE-SUMCTA-CI.                                                 LG151026
           PERFORM LEE-CTA-CI THRU EXIT-LEECTA-CI.                      LG151026
       EXIT-SUMCTA-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-PAG-CI - CADA APLICACION DE CTAPAGOS.DAT (COBRO O     *
      *   RETENCION) SUMA A LO APLICADO DE SU CUOTA.                  *
      ******************************************************************
       CARGA-PAG-CI.                                                    LG151026
           OPEN INPUT ARCH-PAG                                          LG151026
           IF ST-PAG NOT = "00"                                         LG151026
               IF ST-PAG = "05"                                         LG151026
                   CLOSE ARCH-PAG                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-CARPAG-CI                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-PAG-CI THRU EXIT-LEEPAG-CI                       LG151026
           PERFORM SUMA-PAG-CI THRU EXIT-SUMPAG-CI                      LG151026
                   UNTIL FIN-PAG-CI = 1                                 LG151026
           CLOSE ARCH-PAG.                                              LG151026
       EXIT-CARPAG-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PAG-CI.                                                      LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-CI                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEPAG-CI.                                                  LG151026
           EXIT.                                                        LG151026

       SUMA-PAG-CI.                                                     LG151026
           IF PAG-NUMFAC NOT NUMERIC OR PAG-CUOTA NOT NUMERIC           LG151026
               ADD 1 TO CANT-ILEG-CI                                    LG151026
               GO TO SIGUE-SUMPAG-CI                                    LG151026
           END-IF                                                       LG151026
           MOVE PAG-IMPORTE TO CAMPO-IMP-CI                             LG151026
           PERFORM PARSE-IMP-CI THRU EXIT-PARSE-CI                      LG151026
           MOVE PAG-SERIE  TO CLU-SERIE-CI                              LG151026
           MOVE PAG-NUMFAC TO CLU-NUMFAC-CI                             LG151026
           MOVE PAG-CUOTA  TO CLU-CUOTA-CI                              LG151026
           PERFORM LEE-CUO-CI THRU EXIT-LEECUO-CI                       LG151026
           ADD 1            TO WCU-CANT-PAG                             LG151026
           ADD VALOR-IMP-CI TO WCU-APLICADO                             LG151026
           IF PAG-RECIBO NUMERIC AND PAG-FECHA NUMERIC                  LG151026
               MOVE PAG-RECIBO TO WCU-ULT-RECIBO                        LG151026
               MOVE PAG-FECHA  TO WCU-ULT-FECHA                         LG151026
           END-IF                                                       LG151026
           IF WCU-RUC = SPACES                                          LG151026
               MOVE PAG-RUC TO WCU-RUC                                  LG151026
           END-IF                                                       LG151026
           IF WCU-MONEDA = SPACES                                       LG151026
               MOVE PAG-MONEDA TO WCU-MONEDA                            LG151026
           END-IF                                                       LG151026
           PERFORM GRABA-CUO-CI THRU EXIT-GRACUO-CI.                    LG151026
       SIGUE-SUMPAG-CI.                                                 LG151026
           PERFORM LEE-PAG-CI THRU EXIT-LEEPAG-CI.                      LG151026
       EXIT-SUMPAG-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-EST-CI - CADA CFE GENERADO (CFESTADO.DAT).            *
      ******************************************************************
       CARGA-EST-CI.                                                    LG151026
           OPEN INPUT ARCH-EST                                          LG151026
           IF ST-EST NOT = "00"                                         LG151026
               IF ST-EST = "05"                                         LG151026
                   CLOSE ARCH-EST                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-CAREST-CI                                     LG151026
           END-IF                                                       LG151026
           MOVE LOW-VALUES TO EST-CLAVE                                 LG151026
           START ARCH-EST KEY NOT < EST-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-EST-CI                                 LG151026
           END-START                                                    LG151026
           IF FIN-EST-CI = 0                                            LG151026
               PERFORM LEE-EST-CI THRU EXIT-LEEEST-CI                   LG151026
           END-IF                                                       LG151026
           PERFORM SUMA-EST-CI THRU EXIT-SUMEST-CI                      LG151026
                   UNTIL FIN-EST-CI = 1                                 LG151026
           CLOSE ARCH-EST.                                              LG151026
       EXIT-CAREST-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-EST-CI.                                                      LG151026
           READ ARCH-EST NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-EST-CI                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEEST-CI.                                                  LG151026
           EXIT.                                                        LG151026

       SUMA-EST-CI.                                                     LG151026
           MOVE EST-SERIE  TO CLA-SERIE-CI                              LG151026
           MOVE EST-NUMFAC TO CLA-NUMFAC-CI                             LG151026
           PERFORM LEE-DOC-CI THRU EXIT-LEEDOC-CI                       LG151026
           ADD 1 TO WRK-CANT-EST                                        LG151026
           MOVE EST-TIPO      TO WRK-EST-TIPO                           LG151026
           MOVE EST-ESTADO    TO WRK-EST-ESTADO                         LG151026
           MOVE EST-FECHA-GEN TO WRK-EST-FECHA                          LG151026
           IF WRK-RUC = SPACES                                          LG151026
               MOVE EST-RUC TO WRK-RUC                                  LG151026
           END-IF                                                       LG151026
           PERFORM GRABA-DOC-CI THRU EXIT-GRADOC-CI                     LG151026
           PERFORM LEE-EST-CI THRU EXIT-LEEEST-CI.                      LG151026
       EXIT-SUMEST-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   RECORRE-WRK-CI - BARRE LOS DOCUMENTOS POR SERIE + NUMERO Y  *
      *   CONTROLA CADA UNO.  LOS QUE SE PUEDEN REGENERAR QUEDAN      *
      *   MARCADOS (WRK-REPARA-CTA / WRK-REPARA-ENV).                 *
      ******************************************************************
       RECORRE-WRK-CI.                                                  LG151026
           MOVE LOW-VALUES TO WRK-CLAVE                                 LG151026
           START ARCH-WRK KEY NOT < WRK-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   GO TO EXIT-RECWRK-CI                                 LG151026
           END-START                                                    LG151026
           MOVE 0 TO FIN-WRK-CI                                         LG151026
           PERFORM LEE-WRK-CI THRU EXIT-LEEWRK-CI                       LG151026
           PERFORM EVALUA-WRK-CI THRU EXIT-EVAWRK-CI                    LG151026
                   UNTIL FIN-WRK-CI = 1.                                LG151026
       EXIT-RECWRK-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-WRK-CI.                                                      LG151026
           READ ARCH-WRK NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-WRK-CI                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEWRK-CI.                                                  LG151026
           EXIT.                                                        LG151026

       EVALUA-WRK-CI.                                                   LG151026
      *  SIN HISTORICO VIVO: SI ESTA EN UN ARCHIVO ANUAL NO HAY NADA
      *  QUE INFORMAR; SI NO, NINGUN DATO DEL DOCUMENTO TIENE ORIGEN.
           IF WRK-HAY-HIS = 0                                           LG151026
               PERFORM BUSCA-ARQ-CI THRU EXIT-BUSARQ-CI                 LG151026
               IF HALLA-ARQ-CI = 1                                      LG151026
                   ADD 1 TO CANT-ARQ-CI                                 LG151026
                   GO TO SIGUE-EVAWRK-CI                                LG151026
               END-IF                                                   LG151026
               IF WRK-CANT-LOG > 0                                      LG151026
                   PERFORM LOG-SIN-HIS-CI THRU EXIT-LOGSH-CI            LG151026
               END-IF                                                   LG151026
               IF WRK-CANT-CTA > 0                                      LG151026
                   PERFORM CUO-SIN-DOC-CI THRU EXIT-CUOSD-CI            LG151026
               END-IF                                                   LG151026
               IF WRK-CANT-EST > 0                                      LG151026
                   PERFORM CFE-SIN-HIS-CI THRU EXIT-CFESH-CI            LG151026
               END-IF                                                   LG151026
               IF WRK-IMPR-ARCH = 1                                     LG151026
                   PERFORM CONTROLA-ENV-CI THRU EXIT-CTLENV-CI          LG151026
               END-IF                                                   LG151026
               GO TO SIGUE-EVAWRK-CI                                    LG151026
           END-IF                                                       LG151026
           IF WRK-CANT-LOG = 0                                          LG151026
               PERFORM HIS-SIN-LOG-CI THRU EXIT-HISSL-CI                LG151026
           END-IF                                                       LG151026
           IF WRK-ANULADO = "A"                                         LG151026
               GO TO SIGUE-EVAWRK-CI                                    LG151026
           END-IF                                                       LG151026
           IF WRK-FPAG-IND = "C" AND WRK-FPAG-CUOTAS > 0                LG151026
               PERFORM CONTROLA-CUO-CI THRU EXIT-CTLCUO-CI              LG151026
           END-IF                                                       LG151026
           IF WRK-IMPR-ARCH = 1                                         LG151026
               PERFORM CONTROLA-ENV-CI THRU EXIT-CTLENV-CI              LG151026
           END-IF                                                       LG151026
           IF WRK-REPARA-CTA = 1 OR WRK-REPARA-ENV = 1                  LG151026
               REWRITE REG-WRK                                          LG151026
           END-IF.                                                      LG151026
       SIGUE-EVAWRK-CI.                                                 LG151026
           PERFORM LEE-WRK-CI THRU EXIT-LEEWRK-CI.                      LG151026
       EXIT-EVAWRK-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-ARQ-CI - BUSCA EL DOCUMENTO EN LOS ARCHIVOS ANUALES   *
      *   (FACTURAS.HNN) DE LOS ULTIMOS 10 EJERCICIOS, COMO LA        *
      *   REIMPRESION DE EMIFAC.                                      *
      ******************************************************************
       BUSCA-ARQ-CI.                                                    LG151026
           MOVE 0 TO HALLA-ARQ-CI                                       LG151026
           MOVE FECHA-HOY-CI (1:4) TO ANIO-ARQ-CI                       LG151026
           COMPUTE ANIO-TOPE-CI = ANIO-ARQ-CI - 10                      LG151026
           PERFORM LEE-HIA-CI THRU EXIT-LEEHIA-CI                       LG151026
                   VARYING ANIO-ARQ-CI FROM ANIO-ARQ-CI BY -1           LG151026
                   UNTIL ANIO-ARQ-CI < ANIO-TOPE-CI                     LG151026
                      OR HALLA-ARQ-CI = 1.                              LG151026
       EXIT-BUSARQ-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-HIA-CI.                                                      LG151026
           MOVE SPACES TO NOMBRE-HIA                                    LG151026
           STRING "FACTURAS.H" ANIO-ARQ-CI (3:2)                        LG151026
                  DELIMITED BY SIZE INTO NOMBRE-HIA                     LG151026
           END-STRING                                                   LG151026
           OPEN INPUT ARCH-HIA                                          LG151026
           IF ST-HIA NOT = "00"                                         LG151026
               IF ST-HIA = "05"                                         LG151026
                   CLOSE ARCH-HIA                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-LEEHIA-CI                                     LG151026
           END-IF                                                       LG151026
           MOVE WRK-SERIE  TO HIA-SERIE                                 LG151026
           MOVE WRK-NUMFAC TO HIA-NUMFAC                                LG151026
           READ ARCH-HIA                                                LG151026
               INVALID KEY                                              LG151026
                   CONTINUE                                             LG151026
               NOT INVALID KEY                                          LG151026
                   MOVE 1 TO HALLA-ARQ-CI                               LG151026
           END-READ                                                     LG151026
           CLOSE ARCH-HIA.                                              LG151026
       EXIT-LEEHIA-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   EXCEPCIONES A NIVEL DOCUMENTO.  CADA UNA ARMA SU DETALLE    *
      *   CON LO NECESARIO PARA CORREGIRLA.                           *
      ******************************************************************
       LOG-SIN-HIS-CI.                                                  LG151026
           ADD 1 TO CANT-LOGSH-CI                                       LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           MOVE WRK-FECHA-IMP TO FECHA-AMD                              LG151026
           PERFORM FECHA-ED-CI THRU EXIT-FECED-CI                       LG151026
           STRING "TIPO " WRK-LOG-TIPO " IMPRESO " ED-FEC-CI            LG151026
                  " USUARIO " WRK-USUARIO                               LG151026
                  DELIMITED BY SIZE INTO DET-DETALLE-CI                 LG151026
           END-STRING                                                   LG151026
           MOVE "EMITIDO SIN DOCUMENTO EN HISTORICO" TO DET-OBS-CI      LG151026
           PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI.                  LG151026
       EXIT-LOGSH-CI.                                                   LG151026
           EXIT.                                                        LG151026

       HIS-SIN-LOG-CI.                                                  LG151026
           ADD 1 TO CANT-HISSL-CI                                       LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           MOVE WRK-HIS-IMP TO FECHA-AMD                                LG151026
           PERFORM FECHA-ED-CI THRU EXIT-FECED-CI                       LG151026
           MOVE ED-FEC-CI TO ED-FEC2-CI                                 LG151026
           MOVE WRK-FECHA-FA TO FECHA-AMD                               LG151026
           PERFORM FECHA-ED-CI THRU EXIT-FECED-CI                       LG151026
           MOVE WRK-TOTAL TO ED-IMP1-CI                                 LG151026
           STRING "TIPO " WRK-TIPO-DOC " FECHA " ED-FEC-CI              LG151026
                  " IMPRESO " ED-FEC2-CI " " WRK-MONEDA ED-IMP1-CI      LG151026
                  DELIMITED BY SIZE INTO DET-DETALLE-CI                 LG151026
           END-STRING                                                   LG151026
           MOVE "HISTORICO SIN EMISION EN EL LOG" TO DET-OBS-CI         LG151026
           PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI.                  LG151026
       EXIT-HISSL-CI.                                                   LG151026
           EXIT.                                                        LG151026

       CUO-SIN-DOC-CI.                                                  LG151026
           ADD 1 TO CANT-CUOHUE-CI                                      LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           MOVE WRK-CANT-CTA TO ED-CANT1-CI                             LG151026
           MOVE WRK-SUMA-CTA TO ED-IMP1-CI                              LG151026
           STRING "CLIENTE " WRK-CLIENTE ED-CANT1-CI " CUOTAS "         LG151026
                  WRK-MONEDA ED-IMP1-CI                                 LG151026
                  DELIMITED BY SIZE INTO DET-DETALLE-CI                 LG151026
           END-STRING                                                   LG151026
           MOVE "CUOTAS SIN DOCUMENTO DE ORIGEN" TO DET-OBS-CI          LG151026
           PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI.                  LG151026
       EXIT-CUOSD-CI.                                                   LG151026
           EXIT.                                                        LG151026

       CFE-SIN-HIS-CI.                                                  LG151026
           ADD 1 TO CANT-CFEHUE-CI                                      LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           MOVE WRK-EST-FECHA TO FECHA-AMD                              LG151026
           PERFORM FECHA-ED-CI THRU EXIT-FECED-CI                       LG151026
           STRING "CFE TIPO " WRK-EST-TIPO " ESTADO " WRK-EST-ESTADO    LG151026
                  " GENERADO " ED-FEC-CI                                LG151026
                  DELIMITED BY SIZE INTO DET-DETALLE-CI                 LG151026
           END-STRING                                                   LG151026
           MOVE "CFE SIN DOCUMENTO EN HISTORICO" TO DET-OBS-CI          LG151026
           PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI.                  LG151026
       EXIT-CFESH-CI.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CONTROLA-CUO-CI - DOCUMENTO A CREDITO: LAS CUOTAS DEL PLAN  *
      *   (HIS-FPAG-CUOTAS, HASTA 24) DEBEN ESTAR TODAS EN CTACTE.DAT *
      *   Y SUMAR EL TOTAL.  SI FALTAN CUOTAS SE PUEDEN REGENERAR.    *
      ******************************************************************
       CONTROLA-CUO-CI.                                                 LG151026
           IF WRK-FPAG-CUOTAS > 24                                      LG151026
               MOVE 24 TO PLAN-CI                                       LG151026
           ELSE                                                         LG151026
               MOVE WRK-FPAG-CUOTAS TO PLAN-CI                          LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FALTAN-CI                                          LG151026
           PERFORM CUENTA-FALTA-CI THRU EXIT-CTAFAL-CI                  LG151026
                   VARYING I-CI FROM 1 BY 1 UNTIL I-CI > PLAN-CI        LG151026
           MOVE PLAN-CI   TO ED-CANT2-CI                                LG151026
           MOVE WRK-TOTAL TO ED-IMP1-CI                                 LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           IF WRK-CANT-CTA = 0                                          LG151026
               ADD 1 TO CANT-SINCUO-CI                                  LG151026
               STRING "TOTAL " WRK-MONEDA ED-IMP1-CI "  PLAN "          LG151026
                      ED-CANT2-CI " CUOTAS"                             LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
               MOVE "CREDITO SIN CUOTAS EN CTACTE" TO DET-OBS-CI        LG151026
               PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI               LG151026
               MOVE 1 TO WRK-REPARA-CTA                                 LG151026
               ADD 1 TO CANT-REPCTA-CI                                  LG151026
               GO TO EXIT-CTLCUO-CI                                     LG151026
           END-IF                                                       LG151026
           MOVE WRK-SUMA-CTA TO ED-IMP2-CI                              LG151026
           IF FALTAN-CI > 0                                             LG151026
               ADD 1 TO CANT-FALCUO-CI                                  LG151026
               MOVE FALTAN-CI TO ED-CANT1-CI                            LG151026
               STRING "TOTAL" ED-IMP1-CI " CUOTAS" ED-IMP2-CI           LG151026
                      " FALTAN" ED-CANT1-CI " DE" ED-CANT2-CI           LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
               MOVE "FALTAN CUOTAS EN CTACTE" TO DET-OBS-CI             LG151026
               PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI               LG151026
               MOVE 1 TO WRK-REPARA-CTA                                 LG151026
               ADD 1 TO CANT-REPCTA-CI                                  LG151026
               GO TO EXIT-CTLCUO-CI                                     LG151026
           END-IF                                                       LG151026
           IF WRK-SUMA-CTA NOT = WRK-TOTAL                              LG151026
               ADD 1 TO CANT-NOSUMA-CI                                  LG151026
               COMPUTE DIF-CI = WRK-SUMA-CTA - WRK-TOTAL                LG151026
               MOVE DIF-CI TO ED-IMP3-CI                                LG151026
               STRING "TOTAL" ED-IMP1-CI " CUOTAS" ED-IMP2-CI           LG151026
                      " DIF" ED-IMP3-CI                                 LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
               MOVE "CUOTAS NO SUMAN EL TOTAL" TO DET-OBS-CI            LG151026
               PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI               LG151026
           END-IF.                                                      LG151026
       EXIT-CTLCUO-CI.                                                  LG151026
           EXIT.                                                        LG151026

       CUENTA-FALTA-CI.                                                 LG151026
           IF WRK-CUO-MARCA (I-CI:1) = SPACE                            LG151026
               ADD 1 TO FALTAN-CI                                       LG151026
           END-IF.                                                      LG151026
       EXIT-CTAFAL-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CONTROLA-ENV-CI - EMISION ORIGINAL A ARCHIVO: DEBE TENER SU *
      *   ENTREGA (ORIGEN F) EN LA COLA DE DESPACHO.  CON HISTORICO   *
      *   VIVO LA ENTREGA SE PUEDE REGENERAR.                         *
      ******************************************************************
       CONTROLA-ENV-CI.                                                 LG151026
           IF SIN-ENV-CI = 0                                            LG151026
               MOVE WRK-SERIE  TO ENV-SERIE                             LG151026
               MOVE WRK-NUMFAC TO ENV-NUMFAC                            LG151026
               MOVE "F"        TO ENV-ORIGEN                            LG151026
               READ ARCH-ENV                                            LG151026
                   INVALID KEY                                          LG151026
                       CONTINUE                                         LG151026
                   NOT INVALID KEY                                      LG151026
                       GO TO EXIT-CTLENV-CI                             LG151026
               END-READ                                                 LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-SINENV-CI                                      LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           MOVE WRK-FECHA-IMP TO FECHA-AMD                              LG151026
           PERFORM FECHA-ED-CI THRU EXIT-FECED-CI                       LG151026
           STRING "ARCHIVO " WRK-ARCHIVO " IMPRESO " ED-FEC-CI          LG151026
                  DELIMITED BY SIZE INTO DET-DETALLE-CI                 LG151026
           END-STRING                                                   LG151026
           MOVE "SALIDA A ARCHIVO SIN ENTREGA" TO DET-OBS-CI            LG151026
           PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI                   LG151026
           IF WRK-HAY-HIS = 1 AND WRK-ARCHIVO NOT = SPACES              LG151026
               MOVE 1 TO WRK-REPARA-ENV                                 LG151026
               ADD 1 TO CANT-REPENV-CI                                  LG151026
           END-IF.                                                      LG151026
       EXIT-CTLENV-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   RECORRE-WCU-CI - BARRE LAS CUOTAS: CUOTA DUPLICADA EN        *
      *   CTACTE.DAT, APLICACIONES SOBRE UNA CUOTA INEXISTENTE Y       *
      *   CUOTAS CON MAS APLICADO QUE SU IMPORTE (EN LAS NOTAS DE      *
      *   CREDITO, CUOTA NEGATIVA, CUANDO EL SALDO QUEDA POSITIVO).    *
      ******************************************************************
       RECORRE-WCU-CI.                                                  LG151026
           MOVE LOW-VALUES TO WCU-CLAVE                                 LG151026
           START ARCH-WCU KEY NOT < WCU-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   GO TO EXIT-RECWCU-CI                                 LG151026
           END-START                                                    LG151026
           MOVE 0 TO FIN-WCU-CI                                         LG151026
           PERFORM LEE-WCU-CI THRU EXIT-LEEWCU-CI                       LG151026
           PERFORM EVALUA-WCU-CI THRU EXIT-EVAWCU-CI                    LG151026
                   UNTIL FIN-WCU-CI = 1.                                LG151026
       EXIT-RECWCU-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-WCU-CI.                                                      LG151026
           READ ARCH-WCU NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-WCU-CI                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEWCU-CI.                                                  LG151026
           EXIT.                                                        LG151026

       EVALUA-WCU-CI.                                                   LG151026
           IF WCU-CANT-CTA = 0                                          LG151026
               ADD 1 TO CANT-APLHUE-CI                                  LG151026
               PERFORM ARMA-CUO-CI THRU EXIT-ARMCUO-CI                  LG151026
               MOVE WCU-APLICADO TO ED-IMP1-CI                          LG151026
               MOVE WCU-CANT-PAG TO ED-CANT1-CI                         LG151026
               MOVE WCU-ULT-FECHA TO FECHA-AMD                          LG151026
               PERFORM FECHA-ED-CI THRU EXIT-FECED-CI                   LG151026
               STRING "APLICADO " WCU-MONEDA ED-IMP1-CI " EN"           LG151026
                      ED-CANT1-CI " ULT.RECIBO " WCU-ULT-RECIBO         LG151026
                      " " ED-FEC-CI                                     LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
               MOVE "APLICACION SIN CUOTA EN CTACTE" TO DET-OBS-CI      LG151026
               PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI               LG151026
               GO TO SIGUE-EVAWCU-CI                                    LG151026
           END-IF                                                       LG151026
           IF WCU-CANT-CTA > 1                                          LG151026
               ADD 1 TO CANT-CUODUP-CI                                  LG151026
               PERFORM ARMA-CUO-CI THRU EXIT-ARMCUO-CI                  LG151026
               MOVE WCU-CANT-CTA TO ED-CANT1-CI                         LG151026
               MOVE WCU-IMPORTE  TO ED-IMP1-CI                          LG151026
               STRING "LINEAS" ED-CANT1-CI " SUMA " WCU-MONEDA          LG151026
                      ED-IMP1-CI                                        LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
               MOVE "CUOTA DUPLICADA EN CTACTE" TO DET-OBS-CI           LG151026
               PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI               LG151026
           END-IF                                                       LG151026
           IF WCU-CANT-PAG = 0                                          LG151026
               GO TO SIGUE-EVAWCU-CI                                    LG151026
           END-IF                                                       LG151026
           COMPUTE SALDO-CI = WCU-IMPORTE - WCU-APLICADO                LG151026
           IF (WCU-IMPORTE NOT < 0 AND SALDO-CI < 0)                    LG151026
              OR (WCU-IMPORTE < 0 AND SALDO-CI > 0)                     LG151026
               ADD 1 TO CANT-EXCAPL-CI                                  LG151026
               PERFORM ARMA-CUO-CI THRU EXIT-ARMCUO-CI                  LG151026
               IF SALDO-CI < 0                                          LG151026
                   COMPUTE DIF-CI = SALDO-CI * -1                       LG151026
               ELSE                                                     LG151026
                   MOVE SALDO-CI TO DIF-CI                              LG151026
               END-IF                                                   LG151026
               MOVE WCU-IMPORTE  TO ED-IMP1-CI                          LG151026
               MOVE WCU-APLICADO TO ED-IMP2-CI                          LG151026
               MOVE DIF-CI       TO ED-IMP3-CI                          LG151026
               STRING "CUOTA" ED-IMP1-CI " APLIC" ED-IMP2-CI            LG151026
                      " EXC" ED-IMP3-CI " REC " WCU-ULT-RECIBO          LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
               MOVE "APLICADO SUPERA LA CUOTA" TO DET-OBS-CI            LG151026
               PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI               LG151026
           END-IF.                                                      LG151026
       SIGUE-EVAWCU-CI.                                                 LG151026
           PERFORM LEE-WCU-CI THRU EXIT-LEEWCU-CI.                      LG151026
       EXIT-EVAWCU-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ARMA-DOC-CI / ARMA-CUO-CI - IDENTIFICACION DE LA LINEA DE   *
      *   EXCEPCION (DOCUMENTO, CUOTA Y RUC).                         *
      ******************************************************************
       ARMA-DOC-CI.                                                     LG151026
           MOVE SPACES     TO LIN-EXC-CI                                LG151026
           MOVE WRK-SERIE  TO DET-SERIE-CI                              LG151026
           MOVE WRK-NUMFAC TO DET-NUMFAC-CI                             LG151026
           MOVE WRK-RUC    TO DET-RUC-CI.                               LG151026
       EXIT-ARMDOC-CI.                                                  LG151026
           EXIT.                                                        LG151026

       ARMA-CUO-CI.                                                     LG151026
           MOVE SPACES     TO LIN-EXC-CI                                LG151026
           MOVE WCU-SERIE  TO DET-SERIE-CI                              LG151026
           MOVE WCU-NUMFAC TO DET-NUMFAC-CI                             LG151026
           MOVE WCU-CUOTA  TO DET-CUOTA-CI                              LG151026
           MOVE WCU-RUC    TO DET-RUC-CI.                               LG151026
       EXIT-ARMCUO-CI.                                                  LG151026
           EXIT.                                                        LG151026

       FECHA-ED-CI.                                                     LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD TO ED-DD-CI                                         LG151026
           MOVE MMM TO ED-MM-CI                                         LG151026
           MOVE AAA TO ED-AAAA-CI.                                      LG151026
       EXIT-FECED-CI.                                                   LG151026
           EXIT.                                                        LG151026

       IMPRIME-EXC-CI.                                                  LG151026
           IF LINEA-PAG-CI > 56                                         LG151026
               PERFORM ENCABEZADO-CI THRU EXIT-ENC-CI                   LG151026
           END-IF                                                       LG151026
           WRITE LINEA-LIS FROM LIN-EXC-CI AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-CI.                                       LG151026
       EXIT-IMPEXC-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   RESUMEN-CI - CANTIDAD DE EXCEPCIONES POR TIPO.              *
      ******************************************************************
       RESUMEN-CI.                                                      LG151026
           IF LINEA-PAG-CI > 40                                         LG151026
               PERFORM ENCABEZADO-CI THRU EXIT-ENC-CI                   LG151026
           END-IF                                                       LG151026
           MOVE "RESUMEN" TO SEC-TEXTO-CI                               LG151026
           PERFORM SECCION-CI THRU EXIT-SECCION-CI                      LG151026
           MOVE "EMITIDOS SIN DOCUMENTO EN HISTORICO" TO RES-TEXTO-CI   LG151026
           MOVE CANT-LOGSH-CI TO RES-CANT-CI                            LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "HISTORICO SIN EMISION EN EL LOG" TO RES-TEXTO-CI       LG151026
           MOVE CANT-HISSL-CI TO RES-CANT-CI                            LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "CREDITO SIN CUOTAS EN CTACTE" TO RES-TEXTO-CI          LG151026
           MOVE CANT-SINCUO-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "FALTAN CUOTAS EN CTACTE" TO RES-TEXTO-CI               LG151026
           MOVE CANT-FALCUO-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "CUOTAS NO SUMAN EL TOTAL" TO RES-TEXTO-CI              LG151026
           MOVE CANT-NOSUMA-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "CUOTAS SIN DOCUMENTO DE ORIGEN" TO RES-TEXTO-CI        LG151026
           MOVE CANT-CUOHUE-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "CFE SIN DOCUMENTO EN HISTORICO" TO RES-TEXTO-CI        LG151026
           MOVE CANT-CFEHUE-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "SALIDAS A ARCHIVO SIN ENTREGA" TO RES-TEXTO-CI         LG151026
           MOVE CANT-SINENV-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "CUOTAS CON APLICADO MAYOR AL IMPORTE" TO RES-TEXTO-CI  LG151026
           MOVE CANT-EXCAPL-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "APLICACIONES SIN CUOTA EN CTACTE" TO RES-TEXTO-CI      LG151026
           MOVE CANT-APLHUE-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "CUOTAS DUPLICADAS EN CTACTE" TO RES-TEXTO-CI           LG151026
           MOVE CANT-CUODUP-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "LINEAS ILEGIBLES EN CTACTE / CTAPAGOS" TO RES-TEXTO-CI LG151026
           MOVE CANT-ILEG-CI TO RES-CANT-CI                             LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "DOCUMENTOS EN ARCHIVO ANUAL (NO SE CONTROLAN)"         LG151026
                TO RES-TEXTO-CI                                         LG151026
           MOVE CANT-ARQ-CI TO RES-CANT-CI                              LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           IF SIN-ENV-CI = 1                                            LG151026
               MOVE "SIN ENVIOS.DAT: NINGUNA ENTREGA ENCOLADA"          LG151026
                    TO RES-TEXTO-CI                                     LG151026
               MOVE 0 TO RES-CANT-CI                                    LG151026
               PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI               LG151026
           END-IF.                                                      LG151026
       EXIT-RESUMEN-CI.                                                 LG151026
           EXIT.                                                        LG151026

       IMPRIME-RES-CI.                                                  LG151026
           IF LINEA-PAG-CI > 56                                         LG151026
               PERFORM ENCABEZADO-CI THRU EXIT-ENC-CI                   LG151026
           END-IF                                                       LG151026
           WRITE LINEA-LIS FROM LIN-RES-CI AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-CI.                                       LG151026
       EXIT-IMPRES-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   REPARACION-CI - CON LA CONFIRMACION DEL OPERADOR REGENERA   *
      *   DESDE FACTURAS.HIS LAS CUOTAS FALTANTES DE LOS DOCUMENTOS   *
      *   A CREDITO Y LAS ENTREGAS DE LAS SALIDAS A ARCHIVO MARCADAS  *
      *   EN EL RECORRIDO.  CADA REGISTRO REGENERADO SALE EN EL       *
      *   INFORME.                                                    *
      ******************************************************************
       REPARACION-CI.                                                   LG151026
           IF CANT-REPCTA-CI = 0 AND CANT-REPENV-CI = 0                 LG151026
               DISPLAY "CONCIL - NO HAY CUOTAS NI ENTREGAS PARA "       LG151026
                       "REGENERAR" UPON CONSOLE                         LG151026
               GO TO EXIT-REPARA-CI                                     LG151026
           END-IF                                                       LG151026
           MOVE CANT-REPCTA-CI TO ED-CANT1-CI                           LG151026
           MOVE CANT-REPENV-CI TO ED-CANT2-CI                           LG151026
           DISPLAY "CONCIL - DOCUMENTOS CON CUOTAS A REGENERAR: "       LG151026
                   ED-CANT1-CI UPON CONSOLE                             LG151026
           DISPLAY "CONCIL - ENTREGAS A REGENERAR:               "      LG151026
                   ED-CANT2-CI UPON CONSOLE                             LG151026
           DISPLAY "CONFIRMA LA REGENERACION (S/N):" UPON CONSOLE       LG151026
           ACCEPT RESP-CI FROM CONSOLE                                  LG151026
           IF RESP-CI NOT = "S" AND RESP-CI NOT = "s"                   LG151026
               MOVE "REGENERACION NO CONFIRMADA POR EL OPERADOR"        LG151026
                    TO SEC-TEXTO-CI                                     LG151026
               PERFORM SECCION-CI THRU EXIT-SECCION-CI                  LG151026
               GO TO EXIT-REPARA-CI                                     LG151026
           END-IF                                                       LG151026

           MOVE "REGENERACION DESDE FACTURAS.HIS" TO SEC-TEXTO-CI       LG151026
           PERFORM SECCION-CI THRU EXIT-SECCION-CI                      LG151026
           IF CANT-REPCTA-CI > 0                                        LG151026
               OPEN I-O ARCH-CTA                                        LG151026
               IF ST-CTA NOT = "00" AND ST-CTA NOT = "05"               LG151026
                   DISPLAY "CONCIL - NO SE PUDO ABRIR CTACTE.DAT ST "   LG151026
                           ST-CTA " - CUOTAS NO REGENERADAS"            LG151026
                           UPON CONSOLE                                 LG151026
                   MOVE 1 TO SIN-CTA-CI                                 LG151026
               END-IF                                                   LG151026
           ELSE                                                         LG151026
               MOVE 1 TO SIN-CTA-CI                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO SIN-ENV-CI                                         LG151026
           IF CANT-REPENV-CI > 0                                        LG151026
               OPEN I-O ARCH-ENV                                        LG151026
               IF ST-ENV NOT = "00" AND ST-ENV NOT = "05"               LG151026
                   DISPLAY "CONCIL - NO SE PUDO ABRIR ENVIOS.DAT ST "   LG151026
                           ST-ENV " - ENTREGAS NO REGENERADAS"          LG151026
                           UPON CONSOLE                                 LG151026
                   MOVE 1 TO SIN-ENV-CI                                 LG151026
               END-IF                                                   LG151026
           ELSE                                                         LG151026
               MOVE 1 TO SIN-ENV-CI                                     LG151026
           END-IF                                                       LG151026

           MOVE LOW-VALUES TO WRK-CLAVE                                 LG151026
           START ARCH-WRK KEY NOT < WRK-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-WRK-CI                                 LG151026
           END-START                                                    LG151026
           MOVE 0 TO FIN-WRK-CI                                         LG151026
           PERFORM LEE-WRK-CI THRU EXIT-LEEWRK-CI                       LG151026
           PERFORM REPARA-DOC-CI THRU EXIT-REPDOC-CI                    LG151026
                   UNTIL FIN-WRK-CI = 1                                 LG151026

           IF SIN-CTA-CI = 0                                            LG151026
               CLOSE ARCH-CTA                                           LG151026
           END-IF                                                       LG151026
           IF SIN-ENV-CI = 0                                            LG151026
               CLOSE ARCH-ENV                                           LG151026
           END-IF                                                       LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE "CUOTAS REGENERADAS EN CTACTE.DAT" TO RES-TEXTO-CI      LG151026
           MOVE CANT-CUOGEN-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           MOVE "ENTREGAS REGENERADAS EN ENVIOS.DAT" TO RES-TEXTO-CI    LG151026
           MOVE CANT-ENVGEN-CI TO RES-CANT-CI                           LG151026
           PERFORM IMPRIME-RES-CI THRU EXIT-IMPRES-CI                   LG151026
           DISPLAY "CONCIL - CUOTAS REGENERADAS " CANT-CUOGEN-CI        LG151026
                   " ENTREGAS REGENERADAS " CANT-ENVGEN-CI              LG151026
                   UPON CONSOLE.                                        LG151026
       EXIT-REPARA-CI.                                                  LG151026
           EXIT.                                                        LG151026

       REPARA-DOC-CI.                                                   LG151026
           IF WRK-REPARA-CTA = 0 AND WRK-REPARA-ENV = 0                 LG151026
               GO TO SIGUE-REPDOC-CI                                    LG151026
           END-IF                                                       LG151026
           MOVE WRK-SERIE  TO HIS-SERIE                                 LG151026
           MOVE WRK-NUMFAC TO HIS-NUMFAC                                LG151026
           MOVE 1 TO HALLA-HIS-CI                                       LG151026
           READ ARCH-HIS                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE 0 TO HALLA-HIS-CI                               LG151026
           END-READ                                                     LG151026
           IF HALLA-HIS-CI = 0                                          LG151026
               GO TO SIGUE-REPDOC-CI                                    LG151026
           END-IF                                                       LG151026
           MOVE HIS-DATOS TO REG-FACTURAS                               LG151026
           PERFORM BUSCA-CLI-CI THRU EXIT-BUSCLI-CI                     LG151026
           IF WRK-REPARA-CTA = 1 AND SIN-CTA-CI = 0                     LG151026
               PERFORM REGENERA-CUO-CI THRU EXIT-REGCUO-CI              LG151026
           END-IF                                                       LG151026
           IF WRK-REPARA-ENV = 1 AND SIN-ENV-CI = 0                     LG151026
               PERFORM REGENERA-ENV-CI THRU EXIT-REGENV-CI              LG151026
           END-IF.                                                      LG151026
       SIGUE-REPDOC-CI.                                                 LG151026
           PERFORM LEE-WRK-CI THRU EXIT-LEEWRK-CI.                      LG151026
       EXIT-REPDOC-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-CLI-CI - CODIGO Y CORREO DEL CLIENTE DEL DOCUMENTO    *
      *   EN CLIENTES.DAT (SI EXISTE).  EL CODIGO DE UNA CUOTA YA     *
      *   PRESENTE EN CTACTE.DAT TIENE PRIORIDAD.                     *
      ******************************************************************
       BUSCA-CLI-CI.                                                    LG151026
           MOVE WRK-CLIENTE TO CLIENTE-CI                               LG151026
           MOVE SPACES      TO EMAIL-CI                                 LG151026
           MOVE 0           TO FIN-CLI-CI                               LG151026
           OPEN INPUT ARCH-CLI                                          LG151026
           IF ST-CLI NOT = "00"                                         LG151026
               IF ST-CLI = "05"                                         LG151026
                   CLOSE ARCH-CLI                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-BUSCLI-CI                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-CLI-CI THRU EXIT-LEECLI-CI                       LG151026
                   UNTIL FIN-CLI-CI = 1                                 LG151026
           CLOSE ARCH-CLI.                                              LG151026
       EXIT-BUSCLI-CI.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CLI-CI.                                                      LG151026
           READ ARCH-CLI                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CLI-CI                                 LG151026
                   GO TO EXIT-LEECLI-CI                                 LG151026
           END-READ                                                     LG151026
           IF CLI-RUC = RUC-FA                                          LG151026
               IF CLIENTE-CI = SPACES                                   LG151026
                   MOVE CLI-COD TO CLIENTE-CI                           LG151026
               END-IF                                                   LG151026
               MOVE CLI-EMAIL TO EMAIL-CI                               LG151026
               MOVE 1 TO FIN-CLI-CI                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECLI-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   REGENERA-CUO-CI - REARMA EL PLAN DE CUOTAS DEL DOCUMENTO    *
      *   IGUAL QUE CALCULA-CUOTAS DE EMIFAC (CUOTAS IGUALES, LA      *
      *   ULTIMA ABSORBE EL REDONDEO, VENCIMIENTO CADA HIS-FPAG-DIAS  *
      *   DIAS DESDE LA FECHA DEL DOCUMENTO) Y GRABA SOLO LAS CUOTAS  *
      *   QUE NO ESTAN EN CTACTE.DAT.                                 *
      ******************************************************************
       REGENERA-CUO-CI.                                                 LG151026
           IF HIS-FPAG-CUOTAS NOT NUMERIC OR HIS-FPAG-CUOTAS = 0        LG151026
               GO TO EXIT-REGCUO-CI                                     LG151026
           END-IF                                                       LG151026
           IF HIS-FPAG-CUOTAS > 24                                      LG151026
               MOVE 24 TO PLAN-CI                                       LG151026
           ELSE                                                         LG151026
               MOVE HIS-FPAG-CUOTAS TO PLAN-CI                          LG151026
           END-IF                                                       LG151026
           IF HIS-TIPO-DOC = "NC"                                       LG151026
               MOVE -1 TO SIGNO-CI                                      LG151026
           ELSE                                                         LG151026
               MOVE +1 TO SIGNO-CI                                      LG151026
           END-IF                                                       LG151026
           DIVIDE TOTAL-A-PAGAR BY PLAN-CI                              LG151026
                  GIVING CUO-IMP-CI ROUNDED                             LG151026
           MOVE 0 TO SUMA-CUO-CI                                        LG151026
           PERFORM GRABA-CUO-REP-CI THRU EXIT-GRACUOREP-CI              LG151026
                   VARYING JJ-CI FROM 1 BY 1 UNTIL JJ-CI > PLAN-CI.     LG151026
       EXIT-REGCUO-CI.                                                  LG151026
           EXIT.                                                        LG151026

       GRABA-CUO-REP-CI.                                                LG151026
           IF JJ-CI = PLAN-CI                                           LG151026
               COMPUTE IMP-CUO-CI = TOTAL-A-PAGAR - SUMA-CUO-CI         LG151026
           ELSE                                                         LG151026
               MOVE CUO-IMP-CI TO IMP-CUO-CI                            LG151026
               ADD CUO-IMP-CI  TO SUMA-CUO-CI                           LG151026
           END-IF                                                       LG151026
           IF WRK-CUO-MARCA (JJ-CI:1) NOT = SPACE                       LG151026
               GO TO EXIT-GRACUOREP-CI                                  LG151026
           END-IF                                                       LG151026
           MOVE FECHA-FA TO FECHA-AMD                                   LG151026
           COMPUTE CANT-DIAS = JJ-CI * HIS-FPAG-DIAS                    LG151026
           PERFORM SUMA-DIAS-AMD THRU EXIT-SUMA-DIAS                    LG151026
           COMPUTE VALOR-CTA-CI = IMP-CUO-CI * SIGNO-CI                 LG151026
           MOVE SPACES       TO REG-CTA                                 LG151026
           MOVE RUC-FA       TO CTA-RUC                                 LG151026
           MOVE CLIENTE-CI   TO CTA-CLIENTE                             LG151026
           MOVE HIS-SERIE    TO CTA-SERIE                               LG151026
           MOVE HIS-NUMFAC   TO CTA-NUMFAC                              LG151026
           MOVE JJ-CI        TO CTA-CUOTA                               LG151026
           MOVE FECHA-AMD    TO CTA-VTO                                 LG151026
           MOVE VALOR-CTA-CI TO CTA-IMPORTE                             LG151026
           MOVE MONE-FA      TO CTA-MONEDA                              LG151026
           WRITE REG-CTA                                                LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               DISPLAY "CONCIL - ERROR AL GRABAR CTACTE.DAT ST "        LG151026
                       ST-CTA UPON CONSOLE                              LG151026
               GO TO EXIT-GRACUOREP-CI                                  LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-CUOGEN-CI                                      LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           MOVE CTA-CUOTA TO DET-CUOTA-CI                               LG151026
           PERFORM FECHA-ED-CI THRU EXIT-FECED-CI                       LG151026
           MOVE VALOR-CTA-CI TO ED-IMP1-CI                              LG151026
           STRING "VTO " ED-FEC-CI "  " MONE-FA ED-IMP1-CI              LG151026
                  "  CLIENTE " CLIENTE-CI                               LG151026
                  DELIMITED BY SIZE INTO DET-DETALLE-CI                 LG151026
           END-STRING                                                   LG151026
           MOVE "CUOTA REGENERADA" TO DET-OBS-CI                        LG151026
           PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI.                  LG151026
       EXIT-GRACUOREP-CI.                                               LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   REGENERA-ENV-CI - ENCOLA LA ENTREGA DE LA SALIDA A ARCHIVO  *
      *   COMO GRABA-ENVIO DE EMIFAC.  SI ENTRETANTO ALGUIEN LA       *
      *   ENCOLO, NO SE TOCA.                                         *
      ******************************************************************
       REGENERA-ENV-CI.                                                 LG151026
           MOVE HIS-SERIE  TO ENV-SERIE                                 LG151026
           MOVE HIS-NUMFAC TO ENV-NUMFAC                                LG151026
           MOVE "F"        TO ENV-ORIGEN                                LG151026
           READ ARCH-ENV                                                LG151026
               NOT INVALID KEY                                          LG151026
                   GO TO EXIT-REGENV-CI                                 LG151026
           END-READ                                                     LG151026
           MOVE SPACES       TO REG-ENV                                 LG151026
           MOVE HIS-SERIE    TO ENV-SERIE                               LG151026
           MOVE HIS-NUMFAC   TO ENV-NUMFAC                              LG151026
           MOVE "F"          TO ENV-ORIGEN                              LG151026
           MOVE RUC-FA       TO ENV-RUC                                 LG151026
           MOVE CLIENTE-CI   TO ENV-CLIENTE                             LG151026
           MOVE WRK-ARCHIVO  TO ENV-ARCHIVO                             LG151026
           MOVE EMAIL-CI     TO ENV-EMAIL                               LG151026
           MOVE 0            TO ENV-INTENTOS                            LG151026
           MOVE FECHA-HOY-CI TO ENV-FECHA-ALTA                          LG151026
           MOVE 0            TO ENV-FECHA-ENV                           LG151026
           IF EMAIL-CI = SPACES                                         LG151026
               SET ENV-FALLADO  TO TRUE                                 LG151026
               MOVE "SIN DIRECCION"  TO ENV-MOTIVO                      LG151026
           ELSE                                                         LG151026
               SET ENV-PENDIENTE TO TRUE                                LG151026
               MOVE SPACES      TO ENV-MOTIVO                           LG151026
           END-IF                                                       LG151026
           WRITE REG-ENV                                                LG151026
               INVALID KEY                                              LG151026
                   DISPLAY "CONCIL - ERROR AL ENCOLAR LA ENTREGA ST "   LG151026
                           ST-ENV UPON CONSOLE                          LG151026
                   GO TO EXIT-REGENV-CI                                 LG151026
           END-WRITE                                                    LG151026
           ADD 1 TO CANT-ENVGEN-CI                                      LG151026
           PERFORM ARMA-DOC-CI THRU EXIT-ARMDOC-CI                      LG151026
           IF EMAIL-CI = SPACES                                         LG151026
               STRING "ARCHIVO " WRK-ARCHIVO " SIN DIRECCION (FALLADA)" LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
           ELSE                                                         LG151026
               STRING "ARCHIVO " WRK-ARCHIVO " A " EMAIL-CI             LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-CI             LG151026
               END-STRING                                               LG151026
           END-IF                                                       LG151026
           MOVE "ENTREGA REGENERADA" TO DET-OBS-CI                      LG151026
           PERFORM IMPRIME-EXC-CI THRU EXIT-IMPEXC-CI.                  LG151026
       EXIT-REGENV-CI.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-IMP-CI - CONVIERTE EL IMPORTE EDITADO DE CAMPO-IMP-CI *
      *   (FORMATO -(8)9,99) A VALOR-IMP-CI.                          *
      ******************************************************************
       PARSE-IMP-CI.                                                    LG151026
           MOVE 0 TO ENT-IMP-CI                                         LG151026
           MOVE 0 TO NEG-IMP-CI                                         LG151026
           PERFORM VARYING I-CI FROM 1 BY 1 UNTIL I-CI > 12             LG151026
               MOVE CAMPO-IMP-CI (I-CI:1) TO DIG-X-CI                   LG151026
               IF DIG-X-CI = "-"                                        LG151026
                   MOVE 1 TO NEG-IMP-CI                                 LG151026
               END-IF                                                   LG151026
               IF DIG-X-CI NUMERIC                                      LG151026
                   COMPUTE ENT-IMP-CI = ENT-IMP-CI * 10 + DIG-9-CI      LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-IMP-CI = ENT-IMP-CI / 100                      LG151026
           IF NEG-IMP-CI = 1                                            LG151026
               COMPUTE VALOR-IMP-CI = VALOR-IMP-CI * -1                 LG151026
           END-IF.                                                      LG151026
       EXIT-PARSE-CI.                                                   LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
