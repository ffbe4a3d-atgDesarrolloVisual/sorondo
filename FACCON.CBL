       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. FACCON.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  FACCON - FACTURACION MENSUAL DE LOS CONTRATOS (CONTRATOS.DAT, *
      *  LOS MANTIENE MANCON).  POR CADA CONTRATO ACTIVO, VIGENTE Y    *
      *  CUYO DIA DE FACTURACION DEL PERIODO YA LLEGO, ARMA LA         *
      *  FACTURA (PRECIOS AJUSTADOS POR EL INDICE DEL CONTRATO SI LO   *
      *  TIENE) Y LA EMITE LLAMANDO A EMIFAC CON LA FUNCION 1, CON     *
      *  TODOS SUS CONTROLES; DESPUES GENERA EL CFE CON LA FUNCION 3   *
      *  COMO REGCFE.  CADA CONTRATO Y PERIODO FACTURADO QUEDA EN      *
      *  FACCONT.CTL: UNA LINEA "P" ANTES DE LLAMAR A EMIFAC Y UNA     *
      *  "F" CON EL DOCUMENTO AL TERMINAR, DE MODO QUE LA CORRIDA SE   *
      *  PUEDE REPETIR SIN FACTURAR DOS VECES.  UN CONTRATO CON "P"    *
      *  SIN "F" (CORRIDA INTERRUMPIDA) SE BUSCA EN EMIFAC.LOG ANTES   *
      *  DE VOLVER A EMITIRLO.  EL INFORME DE LA CORRIDA (FACTURADOS / *
      *  OMITIDOS / RECHAZADOS CON EL MOTIVO DE EMIFAC) QUEDA EN       *
      *  FACCON.LIS.                                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

           SELECT OPTIONAL ARCH-CON  ASSIGN TO "CONTRATOS.DAT"          LG151026
                            ORGANIZATION  IS INDEXED                    LG151026
                            ACCESS MODE   IS DYNAMIC                    LG151026
                            RECORD KEY    IS CON-NUMERO                 LG151026
                            FILE STATUS   IS ST-CON.                    LG151026

           SELECT OPTIONAL ARCH-CLI  ASSIGN TO "CLIENTES.DAT"           LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-CLI.                    LG151026

           SELECT OPTIONAL ARCH-IND  ASSIGN TO "INDICES.DAT"            LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-IND.                    LG151026

           SELECT OPTIONAL ARCH-CTC  ASSIGN TO "FACCONT.CTL"            LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-CTC.                    LG151026

           SELECT LISTADO  ASSIGN TO "FACCON.LIS"                       LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-LIS.                    LG151026

       DATA DIVISION.                                                   LG151026

       FILE SECTION.                                                    LG151026

       COPY "IMPREACT.FDS".                                             LG151026

      *  CONTRATOS DE FACTURACION PERIODICA - UN REGISTRO POR
      *  CONTRATO.  LO MANTIENE MANCON Y LO FACTURA FACCON.
       FD ARCH-CON                                                      LG151026
           LABEL RECORDS ARE STANDARD.                                  LG151026
       01 REG-CON.                                                      LG151026
           02  CON-NUMERO      PIC 9(006).                              LG151026
           02  CON-CLIENTE     PIC X(006).                              LG151026
           02  CON-DESC        PIC X(030).                              LG151026
           02  CON-MONEDA      PIC X(003).                              LG151026
           02  CON-FPAG-COD    PIC X(002).                              LG151026
           02  CON-FPAG-DESC   PIC X(020).                              LG151026
           02  CON-FPAG-IND    PIC X(001).                              LG151026
           02  CON-FPAG-CUOTAS PIC 9(002).                              LG151026
           02  CON-FPAG-DIAS   PIC 9(003).                              LG151026
           02  CON-VENDEDOR    PIC X(004).                              LG151026
           02  CON-LOCAL       PIC X(002).                              LG151026
           02  CON-SERIE       PIC X(001).                              LG151026
           02  CON-TIPO-CFE    PIC X(002).                              LG151026
           02  CON-DIA-FAC     PIC 9(002).                              LG151026
           02  CON-FECHA-INI   PIC 9(008).                              LG151026
      *  CON-FECHA-FIN = 0: SIN VENCIMIENTO
           02  CON-FECHA-FIN   PIC 9(008).                              LG151026
      *  INDICE DE AJUSTE (EN BLANCO = PRECIOS FIJOS) Y PERIODO
      *  (AAAAMM) AL QUE CORRESPONDEN LOS PRECIOS DEL CONTRATO.
           02  CON-INDICE      PIC X(004).                              LG151026
           02  CON-IND-BASE    PIC 9(006).                              LG151026
           02  CON-CLIN        PIC 9(002).                              LG151026
           02  CON-RENGLON     OCCURS 10 TIMES.                         LG151026
               03  CON-ART         PIC X(008).                          LG151026
               03  CON-DESC-REN    PIC X(034).                          LG151026
               03  CON-CANT        PIC S9(006)V9(005) COMP-3.           LG151026
               03  CON-PUNIT       PIC S9(007)V9(004) COMP-3.           LG151026
               03  CON-IVA         PIC X(001).                          LG151026
           02  CON-ESTADO      PIC X(001).                              LG151026
               88  CON-ACTIVO              VALUE "A".                   LG151026
               88  CON-SUSPENDIDO          VALUE "S".                   LG151026
               88  CON-BAJA                VALUE "B".                   LG151026
           02  CON-FECHA-ALTA  PIC 9(008).                              LG151026
           02  CON-FECHA-MOD   PIC 9(008).                              LG151026
           02  FILLER          PIC X(030).                              LG151026

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

      *  VALORES MENSUALES DE LOS INDICES DE AJUSTE DE LOS CONTRATOS
       FD ARCH-IND                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-IND            PIC X(060).                              LG151026

       01 REG-IND       REDEFINES LINEA-IND.                            LG151026
           02  IND-CODIGO      PIC X(004).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IND-PERIODO     PIC 9(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IND-VALOR       PIC X(012).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IND-FECHA-CARGA PIC 9(008).                              LG151026
           02  FILLER          PIC X(027).                              LG151026

      *  CONTROL DE LA FACTURACION DE CONTRATOS: "P" ANTES DE EMITIR,
      *  "F" CON EL DOCUMENTO EMITIDO PARA EL CONTRATO Y PERIODO.
       FD ARCH-CTC                                                      LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-CTC            PIC X(080).                              LG151026

       01 REG-CTC       REDEFINES LINEA-CTC.                            LG151026
           02  CTC-CONTRATO    PIC 9(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTC-PERIODO     PIC 9(006).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTC-ESTADO      PIC X(001).                              LG151026
               88  CTC-PENDIENTE           VALUE "P".                   LG151026
               88  CTC-FACTURADO           VALUE "F".                   LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTC-FECHA       PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTC-HORA        PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTC-SERIE       PIC X(001).                              LG151026
           02  CTC-NUMFAC      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTC-TOTAL       PIC -(8)9,99.                            LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  CTC-MONEDA      PIC X(003).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
      *  CTC-MARCA: R-DOCUMENTO RECUPERADO DE EMIFAC.LOG
           02  CTC-MARCA       PIC X(001).                              LG151026
           02  FILLER          PIC X(001).                              LG151026
      *  FECHA DEL DOCUMENTO (LA LINEA "P" LLEVA LA PREVISTA)
           02  CTC-FECHA-FA    PIC 9(008).                              LG151026

       FD LISTADO                                                       LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-LIS            PIC X(136).                              LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026

      *  AREAS DE ENLACE PARA LLAMAR A EMIFAC (FUNCIONES 1 Y 3).
       COPY "PARAMFAC.REG".                                             LG151026
       COPY "MONEDAS.REG".                                              LG151026
       COPY "PARAMDOC.CPY".                                             LG151026
       COPY "FACTURAS.VAR".                                             LG151026
       COPY "CLIENTES.REG".                                             LG151026
       COPY "FORMAPAG.REG".                                             LG151026
       COPY "PARSYS.REG".                                               LG151026
       COPY "SELE-CA.VAR".                                              LG151026
       COPY "VENDEDOR.REG".                                             LG151026
       COPY "LOCAL.REG".                                                LG151026
       COPY "IMPRES.REG".                                               LG151026
       COPY "NUMERADO.REG".                                             LG151026
       COPY "VIRTUAL.REG".                                              LG151026
       COPY "ALINEA.REG".                                               LG151026

       01  ST-CON              PIC X(002)  VALUE "00".                  LG151026
       01  ST-CLI              PIC X(002)  VALUE "00".                  LG151026
       01  ST-IND              PIC X(002)  VALUE "00".                  LG151026
       01  ST-CTC              PIC X(002)  VALUE "00".                  LG151026
       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  FUNCION-FC          PIC 9       VALUE 1.                     LG151026
       01  PERIODO-ING-FC      PIC X(006)  VALUE SPACES.                LG151026
       01  PERIODO-9-FC REDEFINES PERIODO-ING-FC PIC 9(006).            LG151026
       01  FECHA-ING-FC        PIC X(008)  VALUE SPACES.                LG151026
       01  FECHA-9-FC   REDEFINES FECHA-ING-FC   PIC 9(008).            LG151026
       01  FECHA-OK-FC         PIC 9       VALUE 0.                     LG151026
       01  RESP-FC             PIC X(001)  VALUE SPACES.                LG151026
       01  PERIODO-FC          PIC 9(006)  VALUE 0.                     LG151026
       01  FECHA-EMI-FC        PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-HOY-FC        PIC 9(008)  VALUE 0.                     LG151026
       01  HORA-HOY-FC         PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-FAC-FC        PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-FAC-R  REDEFINES FECHA-FAC-FC.                         LG151026
           02  FAC-AAAA-FC     PIC 9(004).                              LG151026
           02  FAC-MM-FC       PIC 9(002).                              LG151026
           02  FAC-DD-FC       PIC 9(002).                              LG151026

       01  FIN-CON-FC          PIC 9       VALUE 0.                     LG151026
       01  FIN-CLI-FC          PIC 9       VALUE 0.                     LG151026
       01  FIN-CTC-FC          PIC 9       VALUE 0.                     LG151026
       01  FIN-IND-FC          PIC 9       VALUE 0.                     LG151026
       01  FIN-LOG-FC          PIC 9       VALUE 0.                     LG151026
      *  ESTADO-CTL-FC: 0-SIN FACTURAR / 1-PENDIENTE (P SIN F) /
      *  2-YA FACTURADO
       01  ESTADO-CTL-FC       PIC 9       VALUE 0.                     LG151026
       01  FECHA-P-FC          PIC 9(008)  VALUE 0.                     LG151026
       01  FECHA-FA-P-FC       PIC 9(008)  VALUE 0.                     LG151026
       01  SERIE-CTL-FC        PIC X(001)  VALUE SPACES.                LG151026
       01  NUMFAC-CTL-FC       PIC 9(008)  VALUE 0.                     LG151026
       01  HALLA-LOG-FC        PIC 9       VALUE 0.                     LG151026
       01  SERIE-LOG-FC        PIC X(001)  VALUE SPACES.                LG151026
       01  NUMFAC-LOG-FC       PIC 9(008)  VALUE 0.                     LG151026
       01  USADO-FC            PIC 9       VALUE 0.                     LG151026
       01  ARMA-OK-FC          PIC 9       VALUE 0.                     LG151026
       01  CFE-OK-FC           PIC 9       VALUE 0.                     LG151026
       01  HALLA-HIS-FC        PIC 9       VALUE 0.                     LG151026

      *  DATOS DE LA LINEA A AGREGAR EN FACCONT.CTL
       01  GRABA-ESTADO-FC     PIC X(001)  VALUE SPACES.                LG151026
       01  GRABA-SERIE-FC      PIC X(001)  VALUE SPACES.                LG151026
       01  GRABA-NUMFAC-FC     PIC 9(008)  VALUE 0.                     LG151026
       01  GRABA-TOTAL-FC      PIC S9(008)V99 COMP-3 VALUE 0.           LG151026
       01  GRABA-MARCA-FC      PIC X(001)  VALUE SPACES.                LG151026
       01  GRABA-FECHA-FC      PIC 9(008)  VALUE 0.                     LG151026

      *  AJUSTE DE PRECIOS POR INDICE
       01  IND-OK-FC           PIC 9       VALUE 0.                     LG151026
       01  VAL-BASE-FC         PIC S9(007)V9(004) COMP-3 VALUE 0.       LG151026
       01  VAL-ACT-FC          PIC S9(007)V9(004) COMP-3 VALUE 0.       LG151026
       01  PER-ACT-FC          PIC 9(006)  VALUE 0.                     LG151026
       01  VAL-LEIDO-FC        PIC S9(007)V9(004) COMP-3 VALUE 0.       LG151026
       01  ENT-VAL-FC          PIC S9(011) COMP-3 VALUE 0.              LG151026
       01  DIG-X-FC            PIC X(001).                              LG151026
       01  DIG-9-FC   REDEFINES DIG-X-FC  PIC 9(001).                   LG151026

      *  CALCULO DE LOS TOTALES DE LA FACTURA (COMO EMIFAC)
       01  PIVA-BAS-FC         PIC 9(002)  VALUE 0.                     LG151026
       01  PIVA-MIN-FC         PIC 9(002)  VALUE 0.                     LG151026
       01  EXT-FC              PIC S9(009)V9(005) COMP-3.               LG151026
       01  I-FC                PIC S9(005) COMP.                        LG151026
       01  J-FC                PIC S9(005) COMP.                        LG151026

       01  CANT-FAC-FC         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-REC-FC         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-OMI-FC         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-RCH-FC         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-FC        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-FC           PIC S9(005) COMP VALUE 0.                LG151026

       01  LIN-TIT1-FC.                                                 LG151026
           02  FILLER          PIC X(040) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(030)                               LG151026
               VALUE "FACTURACION DE CONTRATOS".                        LG151026
           02  FILLER          PIC X(008) VALUE "PERIODO ".             LG151026
           02  TIT-PER-MM-FC   PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-PER-AA-FC   PIC 9(004).                              LG151026
           02  FILLER          PIC X(007) VALUE " FECHA ".              LG151026
           02  TIT-DD-FC       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-FC       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-FC     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-FC      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-FC.                                                 LG151026
           02  FILLER          PIC X(060) VALUE                         LG151026
               "CONTRA CLIENT RUC          MON RESULTADO  DOCUMENTO ".  LG151026
           02  FILLER          PIC X(060) VALUE                         LG151026
               "       TOTAL DETALLE".                                  LG151026

       01  LIN-DET-FC.                                                  LG151026
           02  DET-CONTRATO-FC PIC 9(006).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CLIENTE-FC  PIC X(006).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-RUC-FC      PIC X(012).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-MONEDA-FC   PIC X(003).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-RES-FC      PIC X(010).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-SERIE-FC    PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-NUMFAC-FC   PIC 9(008) BLANK WHEN ZERO.              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-TOTAL-FC    PIC -(8)9,99 BLANK WHEN ZERO.            LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DETALLE-FC  PIC X(060).                              LG151026

       01  LIN-TOT-FC.                                                  LG151026
           02  FILLER          PIC X(012) VALUE "FACTURADOS  ".         LG151026
           02  TOT-FAC-FC      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(015) VALUE "  RECUPERADOS  ".      LG151026
           02  TOT-REC-FC      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(012) VALUE "  OMITIDOS  ".         LG151026
           02  TOT-OMI-FC      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(014) VALUE "  RECHAZADOS  ".       LG151026
           02  TOT-RCH-FC      PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "FACCON - FACTURACION DE CONTRATOS" UPON CONSOLE     LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "FACCON"  TO PROGRAMA-VU                                LG151026
           SET PER-FACTURA-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-FC FROM DATE YYYYMMDD                       LG151026
           DISPLAY "PERIODO A FACTURAR (AAAAMM), VACIO=MES ACTUAL:"     LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT PERIODO-ING-FC FROM CONSOLE                           LG151026
           IF PERIODO-ING-FC = SPACES                                   LG151026
               MOVE FECHA-HOY-FC (1:6) TO PERIODO-FC                    LG151026
           ELSE                                                         LG151026
               IF PERIODO-ING-FC NOT NUMERIC OR                         LG151026
                  PERIODO-ING-FC (5:2) < "01" OR                        LG151026
                  PERIODO-ING-FC (5:2) > "12"                           LG151026
                   DISPLAY "FACCON - PERIODO INVALIDO" UPON CONSOLE     LG151026
                   GO TO FIN-PROCESO                                    LG151026
               END-IF                                                   LG151026
               MOVE PERIODO-9-FC TO PERIODO-FC                          LG151026
           END-IF                                                       LG151026
           DISPLAY "FECHA DE EMISION (AAAAMMDD), VACIO=HOY:"            LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT FECHA-ING-FC FROM CONSOLE                             LG151026
           IF FECHA-ING-FC = SPACES                                     LG151026
               MOVE FECHA-HOY-FC TO FECHA-EMI-FC                        LG151026
           ELSE                                                         LG151026
               PERFORM VALIDA-FECHA-FC THRU EXIT-VALFEC-FC              LG151026
               IF FECHA-OK-FC = 0                                       LG151026
                   DISPLAY "FACCON - FECHA INVALIDA" UPON CONSOLE       LG151026
                   GO TO FIN-PROCESO                                    LG151026
               END-IF                                                   LG151026
               MOVE FECHA-9-FC TO FECHA-EMI-FC                          LG151026
           END-IF                                                       LG151026
           IF FECHA-EMI-FC (1:6) < PERIODO-FC                           LG151026
               DISPLAY "FACCON - LA FECHA DE EMISION ES ANTERIOR AL "   LG151026
                       "PERIODO" UPON CONSOLE                           LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026

           OPEN INPUT ARCH-CON                                          LG151026
           IF ST-CON NOT = "00"                                         LG151026
               DISPLAY "FACCON - NO SE PUDO ABRIR CONTRATOS.DAT ST "    LG151026
                       ST-CON UPON CONSOLE                              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "FACCON - NO SE PUDO ABRIR FACCON.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-CON                                           LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           PERFORM ENCABEZADO-FC THRU EXIT-ENC-FC                       LG151026
           PERFORM ARMA-LLAMADA-FC THRU EXIT-ARMA-FC                    LG151026

           PERFORM LEE-CON-FC THRU EXIT-LEECON-FC                       LG151026
           PERFORM PROCESA-CON-FC THRU EXIT-PROCON-FC                   LG151026
                   UNTIL FIN-CON-FC = 1                                 LG151026

           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE CANT-FAC-FC TO TOT-FAC-FC                               LG151026
           MOVE CANT-REC-FC TO TOT-REC-FC                               LG151026
           MOVE CANT-OMI-FC TO TOT-OMI-FC                               LG151026
           MOVE CANT-RCH-FC TO TOT-RCH-FC                               LG151026
           WRITE LINEA-LIS FROM LIN-TOT-FC AFTER ADVANCING 1 LINE       LG151026

           CLOSE ARCH-CON                                               LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "FACCON - INFORME EN FACCON.LIS - FACTURADOS "       LG151026
                   CANT-FAC-FC " RECHAZADOS " CANT-RCH-FC               LG151026
                   UPON CONSOLE.                                        LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   VALIDA-FECHA-FC - FECHA-ING-FC DEBE SER UNA FECHA           *
      *   CALENDARIA REAL (MISMOS CONTROLES QUE CARGCOT).             *
      ******************************************************************
       VALIDA-FECHA-FC.                                                 LG151026
           MOVE 0 TO FECHA-OK-FC                                        LG151026
           IF FECHA-ING-FC NOT NUMERIC                                  LG151026
               GO TO EXIT-VALFEC-FC                                     LG151026
           END-IF                                                       LG151026
           MOVE FECHA-ING-FC (1:4) TO AAA                               LG151026
           MOVE FECHA-ING-FC (5:2) TO MMM                               LG151026
           MOVE FECHA-ING-FC (7:2) TO DDD                               LG151026
           IF MMM < 01 OR MMM > 12 OR DDD < 01                          LG151026
               GO TO EXIT-VALFEC-FC                                     LG151026
           END-IF                                                       LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           IF DDD > DIM-AUX                                             LG151026
               GO TO EXIT-VALFEC-FC                                     LG151026
           END-IF                                                       LG151026
           MOVE 1 TO FECHA-OK-FC.                                       LG151026
       EXIT-VALFEC-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ARMA-LLAMADA-FC - DEJA PRONTAS LAS AREAS DE ENLACE FIJAS    *
      *   DE LA LLAMADA A EMIFAC: EMISION POR LOTES A ARCHIVO (SIN    *
      *   IMPRESORA), UNA COPIA, FACTURA Y NOMBRE BASE DEL CFE.       *
      ******************************************************************
       ARMA-LLAMADA-FC.                                                 LG151026
           MOVE SPACES TO REG-PARAMFAC                                  LG151026
           MOVE 0      TO TOLCOT-PARAMFAC                               LG151026
           MOVE 0      TO TOPE-CF-PARAMFAC                              LG151026
           MOVE 0      TO PIVA-BAS-PARAMFAC                             LG151026
           MOVE 0      TO PIVA-MIN-PARAMFAC                             LG151026
           MOVE 0      TO TOLPRE-PARAMFAC                               LG151026
           MOVE 0      TO DIAS-MORA-PARAMFAC                            LG151026
           MOVE SPACES TO COD-MONEDA                                    LG151026
           MOVE SPACES TO NOMBRE-MONEDA                                 LG151026
           MOVE 0      TO FECHA-COT-MONEDA                              LG151026
           MOVE 0      TO TC-MONEDA                                     LG151026
           MOVE SPACES TO REG-PDOCCPY                                   LG151026
           MOVE "FA"      TO TIPO-DOC-PDC                               LG151026
           MOVE "FACTURA" TO DESC-DOC-PDC                               LG151026
           MOVE SPACES TO REG-CLIENTES                                  LG151026
           MOVE 0      TO LIMITE-CLIENTE                                LG151026
           MOVE SPACES TO COD-FORMAPAG                                  LG151026
           MOVE SPACES TO DESC-FORMAPAG                                 LG151026
           MOVE SPACES TO IND-CRED-FORMAPAG                             LG151026
           MOVE 0      TO CUOTAS-FORMAPAG                               LG151026
           MOVE 0      TO DIAS-FORMAPAG                                 LG151026
           MOVE SPACES TO EMPRESA-PARSYS                                LG151026
           MOVE "BTCH" TO TERMINAL-PARSYS                               LG151026
           MOVE "FACCON"   TO USUARIO-PARSYS                            LG151026
           MOVE FECHA-EMI-FC TO FECHA-SYS-PARSYS                        LG151026
           MOVE SPACES TO COD-VENDEDOR                                  LG151026
           MOVE SPACES TO NOM-VENDEDOR                                  LG151026
           MOVE SPACES TO REG-LOCALES                                   LG151026
           MOVE 3      TO TIPO-IMPR                                     LG151026
           MOVE SPACES TO DIRE-IMPR                                     LG151026
           MOVE 1      TO CIMP-PDC                                      LG151026
           MOVE SPACES TO EMVAL-PDC (1)                                 LG151026
           MOVE "CFECONT.CFE" TO DIRE-CFE                               LG151026
           MOVE SPACES TO DIRE-ALT-IMPR                                 LG151026
           MOVE SPACES TO DISP-VIRTUAL                                  LG151026
           MOVE SPACES TO EMAIL-VIRTUAL                                 LG151026
           MOVE SPACES TO IND-VIRTUAL                                   LG151026
           MOVE 0      TO X-OFFSET-WRK                                  LG151026
           MOVE 0      TO Y-OFFSET-WRK.                                 LG151026
       EXIT-ARMA-FC.                                                    LG151026
           EXIT.                                                        LG151026

       LEE-CON-FC.                                                      LG151026
           READ ARCH-CON NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CON-FC                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEECON-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PROCESA-CON-FC - DECIDE SI EL CONTRATO SE FACTURA EN EL     *
      *   PERIODO Y LO EMITE.  TODO CONTRATO QUEDA EN EL INFORME.     *
      ******************************************************************
       PROCESA-CON-FC.                                                  LG151026
           MOVE SPACES TO DET-RES-FC                                    LG151026
           MOVE SPACES TO DET-SERIE-FC                                  LG151026
           MOVE 0      TO DET-NUMFAC-FC                                 LG151026
           MOVE 0      TO DET-TOTAL-FC                                  LG151026
           MOVE SPACES TO DET-DETALLE-FC                                LG151026
           MOVE SPACES TO DET-RUC-FC                                    LG151026
           IF CON-BAJA                                                  LG151026
               MOVE "DADO DE BAJA" TO DET-DETALLE-FC                    LG151026
               PERFORM OMITE-CON-FC THRU EXIT-OMITE-FC                  LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026
           IF NOT CON-ACTIVO                                            LG151026
               MOVE "SUSPENDIDO" TO DET-DETALLE-FC                      LG151026
               PERFORM OMITE-CON-FC THRU EXIT-OMITE-FC                  LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026

      *  FECHA DE FACTURACION DEL PERIODO: EL DIA DEL CONTRATO, O EL
      *  ULTIMO DEL MES SI ESTE ES MAS CORTO.
           MOVE PERIODO-FC (1:4) TO AAA                                 LG151026
           MOVE PERIODO-FC (5:2) TO MMM                                 LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           MOVE AAA TO FAC-AAAA-FC                                      LG151026
           MOVE MMM TO FAC-MM-FC                                        LG151026
           IF CON-DIA-FAC > DIM-AUX                                     LG151026
               MOVE DIM-AUX     TO FAC-DD-FC                            LG151026
           ELSE                                                         LG151026
               MOVE CON-DIA-FAC TO FAC-DD-FC                            LG151026
           END-IF                                                       LG151026
           IF FECHA-FAC-FC < CON-FECHA-INI OR                           LG151026
              (CON-FECHA-FIN NOT = 0 AND FECHA-FAC-FC > CON-FECHA-FIN)  LG151026
               MOVE "FUERA DE VIGENCIA" TO DET-DETALLE-FC               LG151026
               PERFORM OMITE-CON-FC THRU EXIT-OMITE-FC                  LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026
           IF FECHA-FAC-FC > FECHA-EMI-FC                               LG151026
               MOVE SPACES TO DET-DETALLE-FC                            LG151026
               STRING "NO CORRESPONDE AUN - DIA " CON-DIA-FAC           LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-FC             LG151026
               END-STRING                                               LG151026
               PERFORM OMITE-CON-FC THRU EXIT-OMITE-FC                  LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026

           PERFORM BUSCA-CTC-FC THRU EXIT-BUSCTC-FC                     LG151026
           IF ESTADO-CTL-FC = 2                                         LG151026
               MOVE SERIE-CTL-FC  TO DET-SERIE-FC                       LG151026
               MOVE NUMFAC-CTL-FC TO DET-NUMFAC-FC                      LG151026
               MOVE "YA FACTURADO" TO DET-DETALLE-FC                    LG151026
               PERFORM OMITE-CON-FC THRU EXIT-OMITE-FC                  LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026

           PERFORM BUSCA-CLI-FC THRU EXIT-BUSCLI-FC                     LG151026
           IF FIN-CLI-FC NOT = 2                                        LG151026
               MOVE "CLI"    TO MOTIVO-CA                               LG151026
               MOVE "FACCON" TO NOMBRE-AR-CA                            LG151026
               MOVE "00"     TO ST-XX-CA                                LG151026
               MOVE SPACES   TO DETALLE-CA                              LG151026
               STRING "CLIENTE " CON-CLIENTE " NO ENCONTRADO"           LG151026
                      DELIMITED BY SIZE INTO DETALLE-CA                 LG151026
               END-STRING                                               LG151026
               PERFORM RECHAZA-CON-FC THRU EXIT-RECHAZA-FC              LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026
           MOVE RUC-CLIENTE TO DET-RUC-FC                               LG151026

      *  CORRIDA ANTERIOR INTERRUMPIDA: SI EL DOCUMENTO LLEGO A
      *  EMITIRSE SE REGISTRA Y NO SE VUELVE A FACTURAR.
           IF ESTADO-CTL-FC = 1                                         LG151026
               PERFORM BUSCA-LOG-FC THRU EXIT-BUSLOG-FC                 LG151026
               IF HALLA-LOG-FC = 1                                      LG151026
                   MOVE "RECUPERADO DE EMIFAC.LOG" TO DET-DETALLE-FC    LG151026
                   PERFORM RECUPERA-FC THRU EXIT-RECUP-FC               LG151026
                   GO TO SIGUE-PROCON-FC                                LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           PERFORM ARMA-FACTURA-FC THRU EXIT-ARMFAC-FC                  LG151026
           IF ARMA-OK-FC = 0                                            LG151026
               PERFORM RECHAZA-CON-FC THRU EXIT-RECHAZA-FC              LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026

           MOVE "P"    TO GRABA-ESTADO-FC                               LG151026
           MOVE SPACES TO GRABA-SERIE-FC                                LG151026
           MOVE 0      TO GRABA-NUMFAC-FC                               LG151026
           MOVE 0      TO GRABA-TOTAL-FC                                LG151026
           MOVE SPACES TO GRABA-MARCA-FC                                LG151026
           MOVE FECHA-EMI-FC TO GRABA-FECHA-FC                          LG151026
           PERFORM GRABA-CTC-FC THRU EXIT-GRACTC-FC                     LG151026
           IF ST-CTC NOT = "00"                                         LG151026
               MOVE "CTL"    TO MOTIVO-CA                               LG151026
               MOVE "FACCON" TO NOMBRE-AR-CA                            LG151026
               MOVE ST-CTC   TO ST-XX-CA                                LG151026
               MOVE "NO SE PUDO GRABAR FACCONT.CTL" TO DETALLE-CA       LG151026
               PERFORM RECHAZA-CON-FC THRU EXIT-RECHAZA-FC              LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026

           MOVE 1 TO FUNCION-FC                                         LG151026
           PERFORM LLAMA-EMIFAC-FC THRU EXIT-LLAMA-FC                   LG151026
           IF MOTIVO-CA NOT = SPACES                                    LG151026
      *  UN ERROR POSTERIOR A LA IMPRESION DEJA EL DOCUMENTO EMITIDO
               MOVE FECHA-HOY-FC TO FECHA-P-FC                          LG151026
               MOVE FECHA-EMI-FC TO FECHA-FA-P-FC                       LG151026
               PERFORM BUSCA-LOG-FC THRU EXIT-BUSLOG-FC                 LG151026
               IF HALLA-LOG-FC = 1                                      LG151026
                   MOVE SPACES TO DET-DETALLE-FC                        LG151026
                   STRING "EMITIDO CON ERROR " MOTIVO-CA                LG151026
                          " ST " ST-XX-CA " " DETALLE-CA                LG151026
                          DELIMITED BY SIZE INTO DET-DETALLE-FC         LG151026
                   END-STRING                                           LG151026
                   PERFORM RECUPERA-FC THRU EXIT-RECUP-FC               LG151026
               ELSE                                                     LG151026
                   PERFORM RECHAZA-CON-FC THRU EXIT-RECHAZA-FC          LG151026
               END-IF                                                   LG151026
               GO TO SIGUE-PROCON-FC                                    LG151026
           END-IF                                                       LG151026

           MOVE "F"            TO GRABA-ESTADO-FC                       LG151026
           MOVE SERIE-NUMERADO TO GRABA-SERIE-FC                        LG151026
           MOVE NUMFAC-FA      TO GRABA-NUMFAC-FC                       LG151026
           MOVE TOTAL-A-PAGAR  TO GRABA-TOTAL-FC                        LG151026
           MOVE SPACES         TO GRABA-MARCA-FC                        LG151026
           MOVE FECHA-FA       TO GRABA-FECHA-FC                        LG151026
           PERFORM GRABA-CTC-FC THRU EXIT-GRACTC-FC                     LG151026
           MOVE SERIE-NUMERADO TO DET-SERIE-FC                          LG151026
           MOVE NUMFAC-FA      TO DET-NUMFAC-FC                         LG151026
           MOVE TOTAL-A-PAGAR  TO DET-TOTAL-FC                          LG151026
           PERFORM GENERA-CFE-FC THRU EXIT-GENCFE-FC                    LG151026
           IF CFE-OK-FC = 0                                             LG151026
               MOVE SPACES TO DET-DETALLE-FC                            LG151026
               STRING "SIN CFE - FALLADO " MOTIVO-CA " ST " ST-XX-CA    LG151026
                      " " DETALLE-CA                                    LG151026
                      DELIMITED BY SIZE INTO DET-DETALLE-FC             LG151026
               END-STRING                                               LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-FAC-FC                                         LG151026
           MOVE "FACTURADO" TO DET-RES-FC                               LG151026
           PERFORM IMPRIME-CON-FC THRU EXIT-IMPCON-FC.                  LG151026
       SIGUE-PROCON-FC.                                                 LG151026
           PERFORM LEE-CON-FC THRU EXIT-LEECON-FC.                      LG151026
       EXIT-PROCON-FC.                                                  LG151026
           EXIT.                                                        LG151026

       OMITE-CON-FC.                                                    LG151026
           ADD 1 TO CANT-OMI-FC                                         LG151026
           MOVE "OMITIDO" TO DET-RES-FC                                 LG151026
           PERFORM IMPRIME-CON-FC THRU EXIT-IMPCON-FC.                  LG151026
       EXIT-OMITE-FC.                                                   LG151026
           EXIT.                                                        LG151026

       RECHAZA-CON-FC.                                                  LG151026
           ADD 1 TO CANT-RCH-FC                                         LG151026
           MOVE "RECHAZADO" TO DET-RES-FC                               LG151026
           MOVE SPACES TO DET-DETALLE-FC                                LG151026
           STRING MOTIVO-CA " ST " ST-XX-CA " " DETALLE-CA              LG151026
                  DELIMITED BY SIZE INTO DET-DETALLE-FC                 LG151026
           END-STRING                                                   LG151026
           PERFORM IMPRIME-CON-FC THRU EXIT-IMPCON-FC.                  LG151026
       EXIT-RECHAZA-FC.                                                 LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LLAMA-EMIFAC-FC - LLAMA A EMIFAC CON FUNCION-FC, CON LAS    *
      *   AREAS DE ERROR LIMPIAS.                                     *
      ******************************************************************
       LLAMA-EMIFAC-FC.                                                 LG151026
           MOVE SPACES TO MOTIVO-CA                                     LG151026
           MOVE SPACES TO NOMBRE-AR-CA                                  LG151026
           MOVE "00"   TO ST-XX-CA                                      LG151026
           MOVE SPACES TO SERIE-CA                                      LG151026
           MOVE 0      TO NUMFAC-CA                                     LG151026
           MOVE SPACES TO DETALLE-CA                                    LG151026
           CALL "EMIFAC" USING FUNCION-FC                               LG151026
                               REG-PARAMFAC                             LG151026
                               REG-MONEDAS                              LG151026
                               REG-PDOCCPY                              LG151026
                               REG-FACTURAS                             LG151026
                               REG-CLIENTES                             LG151026
                               REG-FORMAPAG                             LG151026
                               REG-VENDEDOR                             LG151026
                               REG-LOCALES                              LG151026
                               REG-PARSYS                               LG151026
                               ERROR-CA                                 LG151026
                               REG-IMPRES                               LG151026
                               REG-NUMERADO                             LG151026
                               REG-VIRTUAL                              LG151026
                               REG-ALINEA.                              LG151026
       EXIT-LLAMA-FC.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-CTC-FC - SITUACION DEL CONTRATO EN EL PERIODO SEGUN   *
      *   FACCONT.CTL: SIN FACTURAR, PENDIENTE (UNA "P" SIN "F"       *
      *   POSTERIOR) O YA FACTURADO.                                  *
      ******************************************************************
       BUSCA-CTC-FC.                                                    LG151026
           MOVE 0      TO ESTADO-CTL-FC                                 LG151026
           MOVE 0      TO FECHA-P-FC                                    LG151026
           MOVE 0      TO FECHA-FA-P-FC                                 LG151026
           MOVE SPACES TO SERIE-CTL-FC                                  LG151026
           MOVE 0      TO NUMFAC-CTL-FC                                 LG151026
           OPEN INPUT ARCH-CTC                                          LG151026
           IF ST-CTC NOT = "00"                                         LG151026
               IF ST-CTC = "05"                                         LG151026
                   CLOSE ARCH-CTC                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-BUSCTC-FC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CTC-FC                                         LG151026
           PERFORM LEE-CTC-FC THRU EXIT-LEECTC-FC                       LG151026
                   UNTIL FIN-CTC-FC = 1                                 LG151026
           CLOSE ARCH-CTC.                                              LG151026
       EXIT-BUSCTC-FC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTC-FC.                                                      LG151026
           READ ARCH-CTC                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTC-FC                                 LG151026
                   GO TO EXIT-LEECTC-FC                                 LG151026
           END-READ                                                     LG151026
           IF CTC-CONTRATO NOT = CON-NUMERO OR                          LG151026
              CTC-PERIODO  NOT = PERIODO-FC                             LG151026
               GO TO EXIT-LEECTC-FC                                     LG151026
           END-IF                                                       LG151026
           IF CTC-FACTURADO                                             LG151026
               MOVE 2          TO ESTADO-CTL-FC                         LG151026
               MOVE CTC-SERIE  TO SERIE-CTL-FC                          LG151026
               MOVE CTC-NUMFAC TO NUMFAC-CTL-FC                         LG151026
               MOVE 1          TO FIN-CTC-FC                            LG151026
           ELSE                                                         LG151026
               MOVE 1          TO ESTADO-CTL-FC                         LG151026
               MOVE CTC-FECHA  TO FECHA-P-FC                            LG151026
               MOVE CTC-FECHA-FA TO FECHA-FA-P-FC                       LG151026
           END-IF.                                                      LG151026
       EXIT-LEECTC-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GRABA-CTC-FC - AGREGA UNA LINEA A FACCONT.CTL (ESTADO,      *
      *   SERIE, NUMERO, TOTAL Y MARCA LOS DEJA PRONTOS QUIEN LLAMA   *
      *   EN GRABA-xxx-FC).                                           *
      *   SE CIERRA EN CADA LINEA PARA QUE QUEDE EN DISCO ANTES DE    *
      *   SEGUIR.                                                     *
      ******************************************************************
       GRABA-CTC-FC.                                                    LG151026
           OPEN EXTEND ARCH-CTC                                         LG151026
           IF ST-CTC NOT = "00" AND ST-CTC NOT = "05"                   LG151026
               DISPLAY "FACCON - NO SE PUDO ABRIR FACCONT.CTL ST "      LG151026
                       ST-CTC UPON CONSOLE                              LG151026
               GO TO EXIT-GRACTC-FC                                     LG151026
           END-IF                                                       LG151026
           ACCEPT HORA-HOY-FC FROM TIME                                 LG151026
           MOVE SPACES          TO LINEA-CTC                            LG151026
           MOVE CON-NUMERO      TO CTC-CONTRATO                         LG151026
           MOVE PERIODO-FC      TO CTC-PERIODO                          LG151026
           MOVE GRABA-ESTADO-FC TO CTC-ESTADO                           LG151026
           MOVE FECHA-HOY-FC    TO CTC-FECHA                            LG151026
           MOVE HORA-HOY-FC     TO CTC-HORA                             LG151026
           MOVE GRABA-SERIE-FC  TO CTC-SERIE                            LG151026
           MOVE GRABA-NUMFAC-FC TO CTC-NUMFAC                           LG151026
           MOVE GRABA-TOTAL-FC  TO CTC-TOTAL                            LG151026
           MOVE CON-MONEDA      TO CTC-MONEDA                           LG151026
           MOVE GRABA-MARCA-FC  TO CTC-MARCA                            LG151026
           MOVE GRABA-FECHA-FC  TO CTC-FECHA-FA                         LG151026
           WRITE LINEA-CTC                                              LG151026
           CLOSE ARCH-CTC.                                              LG151026
       EXIT-GRACTC-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-CLI-FC - COMPLETA REG-CLIENTES DESDE CLIENTES.DAT     *
      *   POR EL CODIGO DE CLIENTE DEL CONTRATO.  FIN-CLI-FC = 2      *
      *   INDICA CLIENTE ENCONTRADO.                                  *
      ******************************************************************
       BUSCA-CLI-FC.                                                    LG151026
           MOVE SPACES TO REG-CLIENTES                                  LG151026
           MOVE 0      TO LIMITE-CLIENTE                                LG151026
           MOVE 0      TO FIN-CLI-FC                                    LG151026
           OPEN INPUT ARCH-CLI                                          LG151026
           IF ST-CLI NOT = "00"                                         LG151026
               IF ST-CLI = "05"                                         LG151026
                   CLOSE ARCH-CLI                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-BUSCLI-FC                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-CLI-FC THRU EXIT-LEECLI-FC                       LG151026
                   UNTIL FIN-CLI-FC NOT = 0                             LG151026
           CLOSE ARCH-CLI.                                              LG151026
       EXIT-BUSCLI-FC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CLI-FC.                                                      LG151026
           READ ARCH-CLI                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CLI-FC                                 LG151026
                   GO TO EXIT-LEECLI-FC                                 LG151026
           END-READ                                                     LG151026
           IF CLI-COD = CON-CLIENTE                                     LG151026
               MOVE CLI-COD   TO COD-CLIENTE                            LG151026
               MOVE CLI-RUC   TO RUC-CLIENTE                            LG151026
               MOVE CLI-RSOC  TO RSOC-CLIENTE                           LG151026
               MOVE CLI-DIR   TO DIR-CLIENTE                            LG151026
               MOVE CLI-EMAIL TO EMAIL-CLIENTE                          LG151026
               IF CLI-LIMITE NUMERIC                                    LG151026
                   MOVE CLI-LIMITE TO LIMITE-CLIENTE                    LG151026
               END-IF                                                   LG151026
               MOVE 2 TO FIN-CLI-FC                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECLI-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ARMA-FACTURA-FC - ARMA REG-FACTURAS Y LAS DEMAS AREAS DE    *
      *   ENLACE DEL CONTRATO.  LOS PRECIOS SE AJUSTAN POR EL INDICE  *
      *   DEL CONTRATO (VALOR DEL PERIODO / VALOR DEL PERIODO BASE)   *
      *   Y LOS TOTALES SE CALCULAN COMO EN EMIFAC.  ARMA-OK-FC = 0   *
      *   DEVUELVE EL MOTIVO EN ERROR-CA.                             *
      ******************************************************************
       ARMA-FACTURA-FC.                                                 LG151026
           MOVE 0 TO ARMA-OK-FC                                         LG151026
           IF CON-INDICE NOT = SPACES                                   LG151026
               PERFORM BUSCA-INDICE-FC THRU EXIT-BUSIND-FC              LG151026
               IF IND-OK-FC = 0                                         LG151026
                   MOVE "IND"    TO MOTIVO-CA                           LG151026
                   MOVE "FACCON" TO NOMBRE-AR-CA                        LG151026
                   MOVE "00"     TO ST-XX-CA                            LG151026
                   MOVE SPACES   TO DETALLE-CA                          LG151026
                   STRING "SIN VALOR DEL INDICE " CON-INDICE            LG151026
                          DELIMITED BY SIZE INTO DETALLE-CA             LG151026
                   END-STRING                                           LG151026
                   GO TO EXIT-ARMFAC-FC                                 LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026

           MOVE 0             TO NUMFAC-FA                              LG151026
           MOVE RUC-CLIENTE   TO RUC-FA                                 LG151026
           MOVE FECHA-EMI-FC  TO FECHA-FA                               LG151026
           MOVE RSOC-CLIENTE  TO RSOC-FA                                LG151026
           MOVE SPACES        TO NOMCLI-FA                              LG151026
           MOVE DIR-CLIENTE   TO DIREC-FA                               LG151026
           MOVE CON-MONEDA    TO MONE-FA                                LG151026
           MOVE CON-CLIN      TO CLIN-FA                                LG151026
           MOVE SPACES        TO REF-SERIE-FA                           LG151026
           MOVE 0             TO REF-NUMFAC-FA                          LG151026
           MOVE SPACES        TO ESTADO-ANU-FA                          LG151026
           MOVE 0             TO FECHA-ANU-FA                           LG151026
           MOVE 0             TO HORA-ANU-FA                            LG151026
           MOVE SPACES        TO USUARIO-ANU-FA                         LG151026
           MOVE SPACES        TO MOTIVO-ANU-FA                          LG151026
           PERFORM VARYING I-FC FROM 1 BY 1 UNTIL I-FC > 60             LG151026
               MOVE SPACES TO DESC-FA    (I-FC)                         LG151026
               MOVE 0      TO NETO-SIV   (I-FC)                         LG151026
               MOVE SPACES TO COD-ART-FA (I-FC)                         LG151026
               MOVE 0      TO CANT-FA    (I-FC)                         LG151026
               MOVE 0      TO PUNIT-FA   (I-FC)                         LG151026
               MOVE 0      TO DTO-FA     (I-FC)                         LG151026
               MOVE 2      TO DEC-ART-FA (I-FC)                         LG151026
               MOVE SPACES TO IVA-ART-FA (I-FC)                         LG151026
           END-PERFORM                                                  LG151026
           PERFORM VARYING I-FC FROM 1 BY 1 UNTIL I-FC > CON-CLIN       LG151026
               MOVE CON-ART      (I-FC) TO COD-ART-FA (I-FC)            LG151026
               MOVE CON-DESC-REN (I-FC) TO DESC-FA    (I-FC)            LG151026
               MOVE CON-CANT     (I-FC) TO CANT-FA    (I-FC)            LG151026
               MOVE CON-IVA      (I-FC) TO IVA-ART-FA (I-FC)            LG151026
               IF CON-INDICE = SPACES                                   LG151026
                   MOVE CON-PUNIT (I-FC) TO PUNIT-FA (I-FC)             LG151026
               ELSE                                                     LG151026
                   COMPUTE PUNIT-FA (I-FC) ROUNDED =                    LG151026
                           CON-PUNIT (I-FC) * VAL-ACT-FC / VAL-BASE-FC  LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           PERFORM CALCULA-TOTALES-FC THRU EXIT-CALTOT-FC               LG151026

           MOVE CON-MONEDA    TO COD-MONEDA                             LG151026
           MOVE SPACES        TO NOMBRE-MONEDA                          LG151026
           MOVE 0             TO FECHA-COT-MONEDA                       LG151026
           IF CON-MONEDA = "UYU"                                        LG151026
               MOVE 1         TO TC-MONEDA                              LG151026
           ELSE                                                         LG151026
               MOVE 0         TO TC-MONEDA                              LG151026
           END-IF                                                       LG151026
           MOVE CON-FPAG-COD    TO COD-FORMAPAG                         LG151026
           MOVE CON-FPAG-DESC   TO DESC-FORMAPAG                        LG151026
           MOVE CON-FPAG-IND    TO IND-CRED-FORMAPAG                    LG151026
           MOVE CON-FPAG-CUOTAS TO CUOTAS-FORMAPAG                      LG151026
           MOVE CON-FPAG-DIAS   TO DIAS-FORMAPAG                        LG151026
           MOVE CON-VENDEDOR    TO COD-VENDEDOR                         LG151026
           MOVE SPACES          TO NOM-VENDEDOR                         LG151026
           MOVE SPACES          TO REG-LOCALES                          LG151026
           MOVE CON-LOCAL       TO COD-LOCAL                            LG151026
           MOVE CON-SERIE       TO SERIE-NUMERADO                       LG151026
           MOVE 0               TO NUME-FA                              LG151026
           MOVE CON-SERIE       TO SERIE-CFE-PDC                        LG151026
           MOVE CON-TIPO-CFE    TO TIPO-CFE-PDC                         LG151026
           MOVE SPACES          TO DIRE-IMPR                            LG151026
           STRING "CC" CON-NUMERO PERIODO-FC ".PRN"                     LG151026
                  DELIMITED BY SIZE INTO DIRE-IMPR                      LG151026
           END-STRING                                                   LG151026
           MOVE 1 TO ARMA-OK-FC.                                        LG151026
       EXIT-ARMFAC-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CALCULA-TOTALES-FC - NETO DE CADA RENGLON (CANTIDAD POR     *
      *   PRECIO, A DOS DECIMALES) Y TOTALES DE IVA POR TASA, CON EL  *
      *   MISMO CRITERIO DE CALCULA-IVA-FA DE EMIFAC.                 *
      ******************************************************************
       CALCULA-TOTALES-FC.                                              LG151026
           IF PIVA-BAS-PARAMFAC = 0                                     LG151026
               MOVE 22 TO PIVA-BAS-FC                                   LG151026
           ELSE                                                         LG151026
               MOVE PIVA-BAS-PARAMFAC TO PIVA-BAS-FC                    LG151026
           END-IF                                                       LG151026
           IF PIVA-MIN-PARAMFAC = 0                                     LG151026
               MOVE 10 TO PIVA-MIN-FC                                   LG151026
           ELSE                                                         LG151026
               MOVE PIVA-MIN-PARAMFAC TO PIVA-MIN-FC                    LG151026
           END-IF                                                       LG151026
           MOVE 0 TO SUMA-NETO-SIV                                      LG151026
           MOVE 0 TO SUMA-NETO-FA (1)                                   LG151026
           MOVE 0 TO SUMA-NETO-FA (2)                                   LG151026
           PERFORM VARYING I-FC FROM 1 BY 1 UNTIL I-FC > CLIN-FA        LG151026
               COMPUTE EXT-FC ROUNDED = CANT-FA (I-FC) * PUNIT-FA (I-FC)LG151026
               COMPUTE NETO-SIV (I-FC) ROUNDED = EXT-FC                 LG151026
               ADD NETO-SIV (I-FC) TO SUMA-NETO-SIV                     LG151026
               IF IVA-ART-FA (I-FC) = "M"                               LG151026
                   ADD NETO-SIV (I-FC) TO SUMA-NETO-FA (2)              LG151026
               ELSE                                                     LG151026
                   IF IVA-ART-FA (I-FC) NOT = "E"                       LG151026
                       ADD NETO-SIV (I-FC) TO SUMA-NETO-FA (1)          LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           MOVE 0 TO PIVA-FA (1)                                        LG151026
           MOVE 0 TO PIVA-FA (2)                                        LG151026
           IF SUMA-NETO-FA (1) NOT = 0                                  LG151026
               MOVE PIVA-BAS-FC TO PIVA-FA (1)                          LG151026
           END-IF                                                       LG151026
           IF SUMA-NETO-FA (2) NOT = 0                                  LG151026
               MOVE PIVA-MIN-FC TO PIVA-FA (2)                          LG151026
           END-IF                                                       LG151026
           COMPUTE TOTIVA-FA (1) ROUNDED =                              LG151026
                   SUMA-NETO-FA (1) * PIVA-FA (1) / 100                 LG151026
           COMPUTE TOTIVA-FA (2) ROUNDED =                              LG151026
                   SUMA-NETO-FA (2) * PIVA-FA (2) / 100                 LG151026
           ADD TOTIVA-FA (1) TOTIVA-FA (2) GIVING TOTIVA                LG151026
           ADD SUMA-NETO-SIV TOTIVA GIVING TOTAL-A-PAGAR.               LG151026
       EXIT-CALTOT-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-INDICE-FC - VALORES DEL INDICE DEL CONTRATO EN        *
      *   INDICES.DAT: EL DEL PERIODO BASE Y EL DEL ULTIMO PERIODO    *
      *   NO POSTERIOR AL FACTURADO.  PARA UN MISMO PERIODO VALE LA   *
      *   ULTIMA LINEA CARGADA.  FALTANDO ALGUNO, IND-OK-FC = 0.      *
      ******************************************************************
       BUSCA-INDICE-FC.                                                 LG151026
           MOVE 0 TO IND-OK-FC                                          LG151026
           MOVE 0 TO VAL-BASE-FC                                        LG151026
           MOVE 0 TO VAL-ACT-FC                                         LG151026
           MOVE 0 TO PER-ACT-FC                                         LG151026
           OPEN INPUT ARCH-IND                                          LG151026
           IF ST-IND NOT = "00"                                         LG151026
               IF ST-IND = "05"                                         LG151026
                   CLOSE ARCH-IND                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-BUSIND-FC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-IND-FC                                         LG151026
           PERFORM LEE-IND-FC THRU EXIT-LEEIND-FC                       LG151026
                   UNTIL FIN-IND-FC = 1                                 LG151026
           CLOSE ARCH-IND                                               LG151026
           IF VAL-BASE-FC NOT = 0 AND VAL-ACT-FC NOT = 0                LG151026
               MOVE 1 TO IND-OK-FC                                      LG151026
           END-IF.                                                      LG151026
       EXIT-BUSIND-FC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-IND-FC.                                                      LG151026
           READ ARCH-IND                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-IND-FC                                 LG151026
                   GO TO EXIT-LEEIND-FC                                 LG151026
           END-READ                                                     LG151026
           IF IND-CODIGO NOT = CON-INDICE OR IND-PERIODO NOT NUMERIC    LG151026
               GO TO EXIT-LEEIND-FC                                     LG151026
           END-IF                                                       LG151026
           PERFORM PARSE-VALOR-FC THRU EXIT-PARVAL-FC                   LG151026
           IF IND-PERIODO = CON-IND-BASE                                LG151026
               MOVE VAL-LEIDO-FC TO VAL-BASE-FC                         LG151026
           END-IF                                                       LG151026
           IF IND-PERIODO NOT > PERIODO-FC AND                          LG151026
              IND-PERIODO NOT < PER-ACT-FC                              LG151026
               MOVE IND-PERIODO  TO PER-ACT-FC                          LG151026
               MOVE VAL-LEIDO-FC TO VAL-ACT-FC                          LG151026
           END-IF.                                                      LG151026
       EXIT-LEEIND-FC.                                                  LG151026
           EXIT.                                                        LG151026

      *  VALOR DEL INDICE CON CUATRO DECIMALES (7 ENTEROS, COMA, 4
      *  DECIMALES): SE TOMAN LOS DIGITOS EN ORDEN.
       PARSE-VALOR-FC.                                                  LG151026
           MOVE 0 TO ENT-VAL-FC                                         LG151026
           PERFORM VARYING J-FC FROM 1 BY 1 UNTIL J-FC > 12             LG151026
               MOVE IND-VALOR (J-FC:1) TO DIG-X-FC                      LG151026
               IF DIG-X-FC NUMERIC                                      LG151026
                   COMPUTE ENT-VAL-FC = ENT-VAL-FC * 10 + DIG-9-FC      LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VAL-LEIDO-FC = ENT-VAL-FC / 10000.                   LG151026
       EXIT-PARVAL-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-LOG-FC - BUSCA EN EMIFAC.LOG UNA FACTURA ORIGINAL     *
      *   EMITIDA POR FACCON PARA EL CLIENTE, SERIE Y FECHA DEL       *
      *   CONTRATO, IMPRESA DESDE LA FECHA DE LA LINEA "P", QUE NO    *
      *   ESTE YA REGISTRADA EN FACCONT.CTL.  VALE LA ULTIMA.         *
      ******************************************************************
       BUSCA-LOG-FC.                                                    LG151026
           MOVE 0      TO HALLA-LOG-FC                                  LG151026
           MOVE SPACES TO SERIE-LOG-FC                                  LG151026
           MOVE 0      TO NUMFAC-LOG-FC                                 LG151026
           OPEN INPUT ARCH-LOG                                          LG151026
           IF ST-LOG NOT = "00"                                         LG151026
               IF ST-LOG = "05"                                         LG151026
                   CLOSE ARCH-LOG                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-BUSLOG-FC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-LOG-FC                                         LG151026
           PERFORM LEE-LOG-FC THRU EXIT-LEELOG-FC                       LG151026
                   UNTIL FIN-LOG-FC = 1                                 LG151026
           CLOSE ARCH-LOG.                                              LG151026
       EXIT-BUSLOG-FC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-LOG-FC.                                                      LG151026
           READ ARCH-LOG                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-LOG-FC                                 LG151026
                   GO TO EXIT-LEELOG-FC                                 LG151026
           END-READ                                                     LG151026
           IF LOG-TIPO-EMI  NOT = "O"          OR                       LG151026
              LOG-USUARIO   NOT = "FACCON"     OR                       LG151026
              LOG-TIPO-DOC  NOT = "FA"         OR                       LG151026
              LOG-RUC       NOT = RUC-CLIENTE  OR                       LG151026
              LOG-SERIE     NOT = CON-SERIE    OR                       LG151026
              LOG-FECHA-FA  NOT = FECHA-FA-P-FC OR                      LG151026
              LOG-FECHA-IMP < FECHA-P-FC                                LG151026
               GO TO EXIT-LEELOG-FC                                     LG151026
           END-IF                                                       LG151026
           PERFORM VERIFICA-USADO-FC THRU EXIT-VERUSA-FC                LG151026
           IF USADO-FC = 0                                              LG151026
               MOVE 1          TO HALLA-LOG-FC                          LG151026
               MOVE LOG-SERIE  TO SERIE-LOG-FC                          LG151026
               MOVE LOG-NUMFAC TO NUMFAC-LOG-FC                         LG151026
           END-IF.                                                      LG151026
       EXIT-LEELOG-FC.                                                  LG151026
           EXIT.                                                        LG151026

       VERIFICA-USADO-FC.                                               LG151026
           MOVE 0 TO USADO-FC                                           LG151026
           OPEN INPUT ARCH-CTC                                          LG151026
           IF ST-CTC NOT = "00"                                         LG151026
               IF ST-CTC = "05"                                         LG151026
                   CLOSE ARCH-CTC                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-VERUSA-FC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CTC-FC                                         LG151026
           PERFORM LEE-USADO-FC THRU EXIT-LEEUSA-FC                     LG151026
                   UNTIL FIN-CTC-FC = 1                                 LG151026
           CLOSE ARCH-CTC.                                              LG151026
       EXIT-VERUSA-FC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-USADO-FC.                                                    LG151026
           READ ARCH-CTC                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTC-FC                                 LG151026
                   GO TO EXIT-LEEUSA-FC                                 LG151026
           END-READ                                                     LG151026
           IF CTC-FACTURADO AND CTC-SERIE = LOG-SERIE AND               LG151026
              CTC-NUMFAC = LOG-NUMFAC                                   LG151026
               MOVE 1 TO USADO-FC                                       LG151026
               MOVE 1 TO FIN-CTC-FC                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEEUSA-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   RECUPERA-FC - EL DOCUMENTO HALLADO EN EMIFAC.LOG QUEDA      *
      *   COMO FACTURACION DEL CONTRATO EN EL PERIODO (MARCA "R") Y,  *
      *   SI NO TIENE ESTADO DE CFE, SE GENERA SU CFE DESDE EL        *
      *   HISTORICO COMO LO HACE REGCFE.                              *
      ******************************************************************
       RECUPERA-FC.                                                     LG151026
           MOVE 0 TO GRABA-TOTAL-FC                                     LG151026
           MOVE SERIE-LOG-FC  TO HIS-SERIE                              LG151026
           MOVE NUMFAC-LOG-FC TO HIS-NUMFAC                             LG151026
           MOVE 0 TO HALLA-HIS-FC                                       LG151026
           OPEN INPUT ARCH-HIS                                          LG151026
           IF ST-HIS = "00"                                             LG151026
               READ ARCH-HIS                                            LG151026
                   INVALID KEY                                          LG151026
                       MOVE 0 TO HALLA-HIS-FC                           LG151026
                   NOT INVALID KEY                                      LG151026
                       MOVE 1 TO HALLA-HIS-FC                           LG151026
               END-READ                                                 LG151026
               CLOSE ARCH-HIS                                           LG151026
           ELSE                                                         LG151026
               IF ST-HIS = "05"                                         LG151026
                   CLOSE ARCH-HIS                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE "F"           TO GRABA-ESTADO-FC                        LG151026
           MOVE SERIE-LOG-FC  TO GRABA-SERIE-FC                         LG151026
           MOVE NUMFAC-LOG-FC TO GRABA-NUMFAC-FC                        LG151026
           MOVE "R"           TO GRABA-MARCA-FC                         LG151026
           MOVE FECHA-FA-P-FC TO GRABA-FECHA-FC                         LG151026
           IF HALLA-HIS-FC = 1                                          LG151026
               MOVE HIS-DATOS     TO REG-FACTURAS                       LG151026
               MOVE TOTAL-A-PAGAR TO GRABA-TOTAL-FC                     LG151026
               MOVE TOTAL-A-PAGAR TO DET-TOTAL-FC                       LG151026
           END-IF                                                       LG151026
           PERFORM GRABA-CTC-FC THRU EXIT-GRACTC-FC                     LG151026
           ADD 1 TO CANT-REC-FC                                         LG151026
           MOVE "RECUPERADO"  TO DET-RES-FC                             LG151026
           MOVE SERIE-LOG-FC  TO DET-SERIE-FC                           LG151026
           MOVE NUMFAC-LOG-FC TO DET-NUMFAC-FC                          LG151026
           IF HALLA-HIS-FC = 0                                          LG151026
               MOVE "SIN HISTORICO - VERIFICAR EL DOCUMENTO"            LG151026
                    TO DET-DETALLE-FC                                   LG151026
               PERFORM IMPRIME-CON-FC THRU EXIT-IMPCON-FC               LG151026
               GO TO EXIT-RECUP-FC                                      LG151026
           END-IF                                                       LG151026

           MOVE 1 TO CFE-OK-FC                                          LG151026
           OPEN INPUT ARCH-EST                                          LG151026
           IF ST-EST = "00"                                             LG151026
               MOVE RUC-FA        TO EST-RUC                            LG151026
               MOVE CON-TIPO-CFE  TO EST-TIPO                           LG151026
               MOVE SERIE-LOG-FC  TO EST-SERIE                          LG151026
               MOVE NUMFAC-LOG-FC TO EST-NUMFAC                         LG151026
               READ ARCH-EST                                            LG151026
                   INVALID KEY                                          LG151026
                       MOVE 0 TO CFE-OK-FC                              LG151026
               END-READ                                                 LG151026
               CLOSE ARCH-EST                                           LG151026
           ELSE                                                         LG151026
               IF ST-EST = "05"                                         LG151026
                   CLOSE ARCH-EST                                       LG151026
               END-IF                                                   LG151026
               MOVE 0 TO CFE-OK-FC                                      LG151026
           END-IF                                                       LG151026
           IF CFE-OK-FC = 0                                             LG151026
      *  RECONSTRUCCION DEL DOCUMENTO, COMO LA REIMPRESION DE EMIFAC
               MOVE HIS-TIPO-DOC    TO TIPO-DOC-PDC                     LG151026
               IF HIS-DESC-DOC NOT = SPACES                             LG151026
                   MOVE HIS-DESC-DOC TO DESC-DOC-PDC                    LG151026
               END-IF                                                   LG151026
               IF HIS-FPAG-CUOTAS NUMERIC                               LG151026
                   MOVE HIS-FPAG-DESC   TO DESC-FORMAPAG                LG151026
                   MOVE HIS-FPAG-IND    TO IND-CRED-FORMAPAG            LG151026
                   MOVE HIS-FPAG-CUOTAS TO CUOTAS-FORMAPAG              LG151026
                   MOVE HIS-FPAG-DIAS   TO DIAS-FORMAPAG                LG151026
               END-IF                                                   LG151026
               MOVE HIS-TC          TO TC-MONEDA                        LG151026
               MOVE CON-TIPO-CFE    TO TIPO-CFE-PDC                     LG151026
               MOVE SERIE-LOG-FC    TO SERIE-CFE-PDC                    LG151026
               MOVE SERIE-LOG-FC    TO SERIE-NUMERADO                   LG151026
               MOVE NUMFAC-LOG-FC   TO NUME-FA                          LG151026
               PERFORM GENERA-CFE-FC THRU EXIT-GENCFE-FC                LG151026
               IF CFE-OK-FC = 0                                         LG151026
                   MOVE SPACES TO DET-DETALLE-FC                        LG151026
                   STRING "RECUPERADO - SIN CFE - FALLADO " MOTIVO-CA   LG151026
                          " ST " ST-XX-CA                               LG151026
                          DELIMITED BY SIZE INTO DET-DETALLE-FC         LG151026
                   END-STRING                                           LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           PERFORM IMPRIME-CON-FC THRU EXIT-IMPCON-FC.                  LG151026
       EXIT-RECUP-FC.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GENERA-CFE-FC - GENERA EL CFE DEL DOCUMENTO RECIEN EMITIDO  *
      *   LLAMANDO A EMIFAC CON LA FUNCION 3.  CFE-OK-FC = 0 SI       *
      *   EMIFAC DEVOLVIO ERROR.                                      *
      ******************************************************************
       GENERA-CFE-FC.                                                   LG151026
           MOVE 1 TO CFE-OK-FC                                          LG151026
           MOVE 3 TO FUNCION-FC                                         LG151026
           PERFORM LLAMA-EMIFAC-FC THRU EXIT-LLAMA-FC                   LG151026
           IF MOTIVO-CA NOT = SPACES                                    LG151026
               MOVE 0 TO CFE-OK-FC                                      LG151026
           END-IF                                                       LG151026
           MOVE "FA"      TO TIPO-DOC-PDC                               LG151026
           MOVE "FACTURA" TO DESC-DOC-PDC.                              LG151026
       EXIT-GENCFE-FC.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-CON-FC.                                                  LG151026
           IF LINEA-PAG-FC > 56                                         LG151026
               PERFORM ENCABEZADO-FC THRU EXIT-ENC-FC                   LG151026
           END-IF                                                       LG151026
           MOVE CON-NUMERO  TO DET-CONTRATO-FC                          LG151026
           MOVE CON-CLIENTE TO DET-CLIENTE-FC                           LG151026
           MOVE CON-MONEDA  TO DET-MONEDA-FC                            LG151026
           WRITE LINEA-LIS FROM LIN-DET-FC AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-FC.                                       LG151026
       EXIT-IMPCON-FC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-FC - TITULOS DE CADA PAGINA DEL INFORME.         *
      ******************************************************************
       ENCABEZADO-FC.                                                   LG151026
           ADD 1 TO PAGINA-FC                                           LG151026
           MOVE PERIODO-FC (5:2) TO TIT-PER-MM-FC                       LG151026
           MOVE PERIODO-FC (1:4) TO TIT-PER-AA-FC                       LG151026
           MOVE FECHA-EMI-FC TO FECHA-AMD                               LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-FC                                  LG151026
           MOVE MMM       TO TIT-MM-FC                                  LG151026
           MOVE AAA       TO TIT-AAAA-FC                                LG151026
           MOVE PAGINA-FC TO TIT-PAG-FC                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-FC AFTER ADVANCING PAGE        LG151026
           WRITE LINEA-LIS FROM LIN-TIT2-FC AFTER ADVANCING 2 LINES     LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE 4 TO LINEA-PAG-FC.                                      LG151026
       EXIT-ENC-FC.                                                     LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
