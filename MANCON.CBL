       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. MANCON.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  MANCON - MANTENIMIENTO DE LOS CONTRATOS DE FACTURACION        *
      *  PERIODICA (CONTRATOS.DAT) QUE FACTURA CADA MES FACCON.  POR   *
      *  CONSOLA DA DE ALTA, MODIFICA Y DA DE BAJA CONTRATOS:          *
      *  CLIENTE, RENGLONES (ARTICULO, DESCRIPCION, CANTIDAD, PRECIO   *
      *  Y TASA DE IVA), MONEDA, FORMA DE PAGO, VENDEDOR / LOCAL,      *
      *  SERIE Y TIPO DE CFE, DIA DE FACTURACION, VIGENCIA E INDICE    *
      *  DE AJUSTE DE PRECIOS.  LA BAJA ES LOGICA; UN CONTRATO PUEDE   *
      *  ADEMAS SUSPENDERSE DESDE LA MODIFICACION.  NUMERO EN BLANCO   *
      *  TERMINA.  CARGA TAMBIEN LOS VALORES MENSUALES DE LOS INDICES  *
      *  DE AJUSTE (INDICES.DAT; EL ULTIMO CARGADO PARA UN INDICE Y    *
      *  PERIODO ES EL QUE VALE) E IMPRIME EL LISTADO DE CONTRATOS EN  *
      *  MANCON.LIS.                                                   *
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

           SELECT LISTADO  ASSIGN TO "MANCON.LIS"                       LG151026
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
           02  IND-VALOR       PIC Z(6)9,9999.                          LG151026
           02  FILLER          PIC X(001).                              LG151026
           02  IND-FECHA-CARGA PIC 9(008).                              LG151026
           02  FILLER          PIC X(027).                              LG151026

       FD LISTADO                                                       LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-LIS            PIC X(136).                              LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026

       01  ST-CON              PIC X(002)  VALUE "00".                  LG151026
       01  ST-CLI              PIC X(002)  VALUE "00".                  LG151026
       01  ST-IND              PIC X(002)  VALUE "00".                  LG151026
       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  MODO-ING-MC         PIC X(001)  VALUE SPACES.                LG151026
       01  NUMERO-ING-MC       PIC X(006)  VALUE SPACES.                LG151026
       01  NUMERO-9-MC  REDEFINES NUMERO-ING-MC  PIC 9(006).            LG151026
       01  TEXTO-ING-MC        PIC X(034)  VALUE SPACES.                LG151026
       01  CODIGO-ING-MC       PIC X(008)  VALUE SPACES.                LG151026
       01  FECHA-ING-MC        PIC X(008)  VALUE SPACES.                LG151026
       01  FECHA-9-MC   REDEFINES FECHA-ING-MC   PIC 9(008).            LG151026
       01  FECHA-OK-MC         PIC 9       VALUE 0.                     LG151026
       01  PERIODO-ING-MC      PIC X(006)  VALUE SPACES.                LG151026
       01  PERIODO-9-MC REDEFINES PERIODO-ING-MC PIC 9(006).            LG151026
       01  DOS-ING-MC          PIC X(002)  VALUE SPACES.                LG151026
       01  DOS-9-MC     REDEFINES DOS-ING-MC     PIC 9(002).            LG151026
       01  TRES-ING-MC         PIC X(003)  VALUE SPACES.                LG151026
       01  TRES-9-MC    REDEFINES TRES-ING-MC    PIC 9(003).            LG151026
       01  RESP-MC             PIC X(001)  VALUE SPACES.                LG151026
       01  DATO-OK-MC          PIC 9       VALUE 0.                     LG151026
       01  ART-ABIERTO-MC      PIC 9       VALUE 0.                     LG151026
       01  FECHA-HOY-MC        PIC 9(008)  VALUE 0.                     LG151026
       01  CANT-ALTA-MC        PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-MOD-MC         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-BAJA-MC        PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-IND-MC         PIC S9(005) COMP VALUE 0.                LG151026

      *  CARGA DE UN IMPORTE: PARTE ENTERA Y DECIMALES POR SEPARADO
       01  ENTERO-ING-MC       PIC X(007)  VALUE SPACES.                LG151026
       01  DECIM-ING-MC        PIC X(005)  VALUE SPACES.                LG151026
       01  ENTERO-MC           PIC 9(007)  VALUE 0.                     LG151026
       01  DECIM-MC            PIC 9(005)  VALUE 0.                     LG151026
       01  VALOR-MC            PIC S9(007)V9(005) COMP-3.               LG151026
       01  VALOR-OK-MC         PIC 9       VALUE 0.                     LG151026
       01  CANT-ED-MC          PIC ZZZ.ZZ9,99999.                       LG151026
       01  PRECIO-ED-MC        PIC Z.ZZZ.ZZ9,9999.                      LG151026
       01  I-MC                PIC S9(005) COMP.                        LG151026
       01  J-MC                PIC S9(005) COMP.                        LG151026
       01  DIG-X-MC            PIC X(001).                              LG151026
       01  DIG-9-MC   REDEFINES DIG-X-MC  PIC 9(001).                   LG151026

       01  FIN-CLI-MC          PIC 9       VALUE 0.                     LG151026
       01  FIN-CON-MC          PIC 9       VALUE 0.                     LG151026
       01  FIN-REN-MC          PIC 9       VALUE 0.                     LG151026
       01  CANT-LIS-MC         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-MC        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-MC           PIC S9(005) COMP VALUE 0.                LG151026

       01  LIN-TIT1-MC.                                                 LG151026
           02  FILLER          PIC X(040) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(040)                               LG151026
               VALUE "CONTRATOS DE FACTURACION PERIODICA".              LG151026
           02  FILLER          PIC X(007) VALUE " FECHA ".              LG151026
           02  TIT-DD-MC       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-MC       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-MC     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-MC      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-MC.                                                 LG151026
           02  FILLER          PIC X(040) VALUE                         LG151026
               "NUMERO CLIENT DESCRIPCION               ".              LG151026
           02  FILLER          PIC X(039) VALUE                         LG151026
               "     MON FP C CU DIA  VEND LO S TC DIA ".               LG151026
           02  FILLER          PIC X(041) VALUE                         LG151026
               "INICIO   FIN      INDI BASE   E".                       LG151026

       01  LIN-DET-MC.                                                  LG151026
           02  DET-NUMERO-MC   PIC 9(006).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CLIENTE-MC  PIC X(006).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DESC-MC     PIC X(030).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-MONEDA-MC   PIC X(003).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-FPAG-MC     PIC X(002).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-IND-CRE-MC  PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CUOTAS-MC   PIC Z9.                                  LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DIAS-MC     PIC ZZ9.                                 LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  DET-VEND-MC     PIC X(004).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-LOCAL-MC    PIC X(002).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-SERIE-MC    PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-TCFE-MC     PIC X(002).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DIA-MC      PIC Z9.                                  LG151026
           02  FILLER          PIC X(002) VALUE SPACES.                 LG151026
           02  DET-INI-MC      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-FIN-MC      PIC 9(008) BLANK WHEN ZERO.              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-INDICE-MC   PIC X(004).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-BASE-MC     PIC 9(006) BLANK WHEN ZERO.              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-ESTADO-MC   PIC X(001).                              LG151026

       01  LIN-REN-MC.                                                  LG151026
           02  FILLER          PIC X(010) VALUE SPACES.                 LG151026
           02  REN-ART-MC      PIC X(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  REN-DESC-MC     PIC X(034).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  REN-CANT-MC     PIC ZZZ.ZZ9,99999.                       LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  REN-PUNIT-MC    PIC Z.ZZZ.ZZ9,9999.                      LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  REN-IVA-MC      PIC X(001).                              LG151026

       01  LIN-TOT-MC.                                                  LG151026
           02  FILLER          PIC X(010) VALUE "CONTRATOS ".           LG151026
           02  TOT-LIS-MC      PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "MANCON - CONTRATOS DE FACTURACION PERIODICA"        LG151026
                   UPON CONSOLE                                         LG151026
           DISPLAY "1=ALTA 2=MODIFICACION 3=BAJA 4=LISTADO "            LG151026
                   "5=VALOR DE INDICE:" UPON CONSOLE                    LG151026
           ACCEPT MODO-ING-MC FROM CONSOLE                              LG151026
           IF MODO-ING-MC NOT = "1" AND MODO-ING-MC NOT = "2" AND       LG151026
              MODO-ING-MC NOT = "3" AND MODO-ING-MC NOT = "4" AND       LG151026
              MODO-ING-MC NOT = "5"                                     LG151026
               DISPLAY "MANCON - OPCION INVALIDA" UPON CONSOLE          LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "MANCON"  TO PROGRAMA-VU                                LG151026
           IF MODO-ING-MC = "5"                                         LG151026
               SET PER-COTIZACION-VU TO TRUE                            LG151026
           ELSE                                                         LG151026
               SET PER-NINGUNO-VU TO TRUE                               LG151026
           END-IF                                                       LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-MC FROM DATE YYYYMMDD                       LG151026
           IF MODO-ING-MC = "4"                                         LG151026
               PERFORM LISTA-CON-MC THRU EXIT-LISTA-MC                  LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           IF MODO-ING-MC = "5"                                         LG151026
               PERFORM CARGA-INDICE-MC THRU EXIT-CARIND-MC              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN I-O ARCH-CON                                            LG151026
           IF ST-CON NOT = "00" AND ST-CON NOT = "05"                   LG151026
               DISPLAY "MANCON - NO SE PUDO ABRIR CONTRATOS.DAT ST "    LG151026
                       ST-CON UPON CONSOLE                              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           PERFORM MANTIENE-UNO-MC THRU EXIT-MANT-MC                    LG151026
           PERFORM MANTIENE-UNO-MC THRU EXIT-MANT-MC                    LG151026
                   UNTIL NUMERO-ING-MC = SPACES                         LG151026
           CLOSE ARCH-CON                                               LG151026
           DISPLAY "MANCON - ALTAS " CANT-ALTA-MC                       LG151026
                   " MODIFICACIONES " CANT-MOD-MC                       LG151026
                   " BAJAS " CANT-BAJA-MC UPON CONSOLE.                 LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   MANTIENE-UNO-MC - PIDE UN NUMERO DE CONTRATO Y LO DERIVA A  *
      *   LA ALTA, MODIFICACION O BAJA SEGUN LA OPCION ELEGIDA.       *
      ******************************************************************
       MANTIENE-UNO-MC.                                                 LG151026
           DISPLAY "NUMERO DE CONTRATO (VACIO=FIN):" UPON CONSOLE       LG151026
           ACCEPT NUMERO-ING-MC FROM CONSOLE                            LG151026
           IF NUMERO-ING-MC = SPACES                                    LG151026
               GO TO EXIT-MANT-MC                                       LG151026
           END-IF                                                       LG151026
           INSPECT NUMERO-ING-MC REPLACING LEADING " " BY "0"           LG151026
           IF NUMERO-ING-MC NOT NUMERIC OR NUMERO-9-MC = 0              LG151026
               DISPLAY "MANCON - NUMERO INVALIDO" UPON CONSOLE          LG151026
               GO TO EXIT-MANT-MC                                       LG151026
           END-IF                                                       LG151026
           MOVE NUMERO-9-MC TO CON-NUMERO                               LG151026
           READ ARCH-CON                                                LG151026
               INVALID KEY                                              LG151026
                   IF MODO-ING-MC = "1"                                 LG151026
                       PERFORM ALTA-CON-MC THRU EXIT-ALTA-MC            LG151026
                   ELSE                                                 LG151026
                       DISPLAY "MANCON - CONTRATO INEXISTENTE"          LG151026
                               UPON CONSOLE                             LG151026
                   END-IF                                               LG151026
                   GO TO EXIT-MANT-MC                                   LG151026
           END-READ                                                     LG151026
           IF MODO-ING-MC = "1"                                         LG151026
               DISPLAY "MANCON - EL CONTRATO YA EXISTE: " CON-DESC      LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-MANT-MC                                       LG151026
           END-IF                                                       LG151026
           IF MODO-ING-MC = "2"                                         LG151026
               PERFORM MODIFICA-CON-MC THRU EXIT-MODIF-MC               LG151026
           ELSE                                                         LG151026
               PERFORM BAJA-CON-MC THRU EXIT-BAJA-MC                    LG151026
           END-IF.                                                      LG151026
       EXIT-MANT-MC.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ALTA-CON-MC - CONTRATO NUEVO.  CLIENTE, SERIE, TIPO DE CFE, *
      *   MONEDA, DIA DE FACTURACION Y AL MENOS UN RENGLON SON        *
      *   OBLIGATORIOS.  QUEDA ACTIVO.                                *
      ******************************************************************
       ALTA-CON-MC.                                                     LG151026
           PERFORM LIMPIA-CON-MC THRU EXIT-LIMPIA-MC                    LG151026
           MOVE NUMERO-9-MC TO CON-NUMERO                               LG151026
           DISPLAY "CODIGO DE CLIENTE:" UPON CONSOLE                    LG151026
           ACCEPT CODIGO-ING-MC FROM CONSOLE                            LG151026
           PERFORM BUSCA-CLI-MC THRU EXIT-BUSCLI-MC                     LG151026
           IF DATO-OK-MC = 0                                            LG151026
               GO TO EXIT-ALTA-MC                                       LG151026
           END-IF                                                       LG151026
           MOVE CODIGO-ING-MC TO CON-CLIENTE                            LG151026
           DISPLAY "DESCRIPCION DEL CONTRATO:" UPON CONSOLE             LG151026
           ACCEPT TEXTO-ING-MC FROM CONSOLE                             LG151026
           MOVE TEXTO-ING-MC TO CON-DESC                                LG151026
           DISPLAY "MONEDA (VACIO=UYU):" UPON CONSOLE                   LG151026
           ACCEPT TRES-ING-MC FROM CONSOLE                              LG151026
           IF TRES-ING-MC = SPACES                                      LG151026
               MOVE "UYU" TO TRES-ING-MC                                LG151026
           END-IF                                                       LG151026
           MOVE TRES-ING-MC TO CON-MONEDA                               LG151026
           PERFORM CARGA-FPAG-MC THRU EXIT-CARFPA-MC                    LG151026
           IF DATO-OK-MC = 0                                            LG151026
               GO TO EXIT-ALTA-MC                                       LG151026
           END-IF                                                       LG151026
           DISPLAY "VENDEDOR:" UPON CONSOLE                             LG151026
           ACCEPT CODIGO-ING-MC FROM CONSOLE                            LG151026
           MOVE CODIGO-ING-MC TO CON-VENDEDOR                           LG151026
           DISPLAY "LOCAL:" UPON CONSOLE                                LG151026
           ACCEPT DOS-ING-MC FROM CONSOLE                               LG151026
           MOVE DOS-ING-MC TO CON-LOCAL                                 LG151026
           DISPLAY "SERIE DEL DOCUMENTO:" UPON CONSOLE                  LG151026
           ACCEPT RESP-MC FROM CONSOLE                                  LG151026
           DISPLAY "TIPO DE CFE:" UPON CONSOLE                          LG151026
           ACCEPT DOS-ING-MC FROM CONSOLE                               LG151026
           IF RESP-MC = SPACES OR DOS-ING-MC = SPACES                   LG151026
               DISPLAY "MANCON - FALTA LA SERIE O EL TIPO DE CFE, NO "  LG151026
                       "SE GRABA" UPON CONSOLE                          LG151026
               GO TO EXIT-ALTA-MC                                       LG151026
           END-IF                                                       LG151026
           MOVE RESP-MC    TO CON-SERIE                                 LG151026
           MOVE DOS-ING-MC TO CON-TIPO-CFE                              LG151026
           PERFORM CARGA-DIA-MC THRU EXIT-CARDIA-MC                     LG151026
           IF DATO-OK-MC = 0                                            LG151026
               GO TO EXIT-ALTA-MC                                       LG151026
           END-IF                                                       LG151026
           DISPLAY "FECHA DE INICIO (AAAAMMDD, VACIO=HOY):"             LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT FECHA-ING-MC FROM CONSOLE                             LG151026
           IF FECHA-ING-MC = SPACES                                     LG151026
               MOVE FECHA-HOY-MC TO CON-FECHA-INI                       LG151026
           ELSE                                                         LG151026
               PERFORM VALIDA-FECHA-MC THRU EXIT-VALFEC-MC              LG151026
               IF FECHA-OK-MC = 0                                       LG151026
                   DISPLAY "MANCON - FECHA INVALIDA, NO SE GRABA"       LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-ALTA-MC                                   LG151026
               END-IF                                                   LG151026
               MOVE FECHA-9-MC TO CON-FECHA-INI                         LG151026
           END-IF                                                       LG151026
           PERFORM CARGA-FIN-MC THRU EXIT-CARFIN-MC                     LG151026
           IF DATO-OK-MC = 0                                            LG151026
               GO TO EXIT-ALTA-MC                                       LG151026
           END-IF                                                       LG151026
           PERFORM CARGA-INDICE-CON-MC THRU EXIT-CARICO-MC              LG151026
           IF DATO-OK-MC = 0                                            LG151026
               GO TO EXIT-ALTA-MC                                       LG151026
           END-IF                                                       LG151026
           PERFORM CARGA-RENGLONES-MC THRU EXIT-CARREN-MC               LG151026
           IF CON-CLIN = 0                                              LG151026
               DISPLAY "MANCON - CONTRATO SIN RENGLONES, NO SE GRABA"   LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-ALTA-MC                                       LG151026
           END-IF                                                       LG151026
           SET CON-ACTIVO    TO TRUE                                    LG151026
           MOVE FECHA-HOY-MC TO CON-FECHA-ALTA                          LG151026
           MOVE FECHA-HOY-MC TO CON-FECHA-MOD                           LG151026
           WRITE REG-CON                                                LG151026
           IF ST-CON = "00"                                             LG151026
               ADD 1 TO CANT-ALTA-MC                                    LG151026
           ELSE                                                         LG151026
               DISPLAY "MANCON - ERROR AL GRABAR ST " ST-CON            LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-ALTA-MC.                                                    LG151026
           EXIT.                                                        LG151026

       LIMPIA-CON-MC.                                                   LG151026
           MOVE SPACES TO REG-CON                                       LG151026
           MOVE 0      TO CON-NUMERO                                    LG151026
           MOVE 0      TO CON-FPAG-CUOTAS                               LG151026
           MOVE 0      TO CON-FPAG-DIAS                                 LG151026
           MOVE 0      TO CON-DIA-FAC                                   LG151026
           MOVE 0      TO CON-FECHA-INI                                 LG151026
           MOVE 0      TO CON-FECHA-FIN                                 LG151026
           MOVE 0      TO CON-IND-BASE                                  LG151026
           MOVE 0      TO CON-FECHA-ALTA                                LG151026
           MOVE 0      TO CON-FECHA-MOD                                 LG151026
           PERFORM LIMPIA-RENGLONES-MC THRU EXIT-LIMREN-MC.             LG151026
       EXIT-LIMPIA-MC.                                                  LG151026
           EXIT.                                                        LG151026

       LIMPIA-RENGLONES-MC.                                             LG151026
           MOVE 0 TO CON-CLIN                                           LG151026
           PERFORM VARYING I-MC FROM 1 BY 1 UNTIL I-MC > 10             LG151026
               MOVE SPACES TO CON-ART      (I-MC)                       LG151026
               MOVE SPACES TO CON-DESC-REN (I-MC)                       LG151026
               MOVE 0      TO CON-CANT     (I-MC)                       LG151026
               MOVE 0      TO CON-PUNIT    (I-MC)                       LG151026
               MOVE SPACES TO CON-IVA      (I-MC)                       LG151026
           END-PERFORM.                                                 LG151026
       EXIT-LIMREN-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   MODIFICA-CON-MC - MUESTRA CADA DATO DEL CONTRATO Y PIDE EL  *
      *   NUEVO VALOR; EN BLANCO CONSERVA EL ACTUAL.  EL ESTADO       *
      *   PERMITE SUSPENDER O REACTIVAR EL CONTRATO.  LOS RENGLONES   *
      *   SE REEMPLAZAN COMPLETOS SI SE PIDE.  UN CONTRATO DADO DE    *
      *   BAJA NO SE MODIFICA.                                        *
      ******************************************************************
       MODIFICA-CON-MC.                                                 LG151026
           IF CON-BAJA                                                  LG151026
               DISPLAY "MANCON - CONTRATO DADO DE BAJA, NO SE MODIFICA" LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-MODIF-MC                                      LG151026
           END-IF                                                       LG151026
           DISPLAY "CLIENTE " CON-CLIENTE " " CON-DESC UPON CONSOLE     LG151026
           DISPLAY "NUEVA DESCRIPCION (VACIO=SIN CAMBIO):"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT TEXTO-ING-MC FROM CONSOLE                             LG151026
           IF TEXTO-ING-MC NOT = SPACES                                 LG151026
               MOVE TEXTO-ING-MC TO CON-DESC                            LG151026
           END-IF                                                       LG151026
           DISPLAY "MONEDA ACTUAL: " CON-MONEDA                         LG151026
                   " (VACIO=SIN CAMBIO):" UPON CONSOLE                  LG151026
           ACCEPT TRES-ING-MC FROM CONSOLE                              LG151026
           IF TRES-ING-MC NOT = SPACES                                  LG151026
               MOVE TRES-ING-MC TO CON-MONEDA                           LG151026
           END-IF                                                       LG151026
           DISPLAY "FORMA DE PAGO ACTUAL: " CON-FPAG-COD " "            LG151026
                   CON-FPAG-DESC UPON CONSOLE                           LG151026
           DISPLAY "  CAMBIA LA FORMA DE PAGO (S/N):" UPON CONSOLE      LG151026
           ACCEPT RESP-MC FROM CONSOLE                                  LG151026
           IF RESP-MC = "S" OR RESP-MC = "s"                            LG151026
               PERFORM CARGA-FPAG-MC THRU EXIT-CARFPA-MC                LG151026
               IF DATO-OK-MC = 0                                        LG151026
                   GO TO EXIT-MODIF-MC                                  LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           DISPLAY "VENDEDOR ACTUAL: " CON-VENDEDOR                     LG151026
                   " (VACIO=SIN CAMBIO):" UPON CONSOLE                  LG151026
           ACCEPT CODIGO-ING-MC FROM CONSOLE                            LG151026
           IF CODIGO-ING-MC NOT = SPACES                                LG151026
               MOVE CODIGO-ING-MC TO CON-VENDEDOR                       LG151026
           END-IF                                                       LG151026
           DISPLAY "LOCAL ACTUAL: " CON-LOCAL                           LG151026
                   " (VACIO=SIN CAMBIO):" UPON CONSOLE                  LG151026
           ACCEPT DOS-ING-MC FROM CONSOLE                               LG151026
           IF DOS-ING-MC NOT = SPACES                                   LG151026
               MOVE DOS-ING-MC TO CON-LOCAL                             LG151026
           END-IF                                                       LG151026
           DISPLAY "DIA DE FACTURACION ACTUAL: " CON-DIA-FAC            LG151026
                   " (VACIO=SIN CAMBIO):" UPON CONSOLE                  LG151026
           ACCEPT DOS-ING-MC FROM CONSOLE                               LG151026
           IF DOS-ING-MC NOT = SPACES                                   LG151026
               INSPECT DOS-ING-MC REPLACING LEADING " " BY "0"          LG151026
               IF DOS-ING-MC NOT NUMERIC OR DOS-9-MC = 0 OR             LG151026
                  DOS-9-MC > 31                                         LG151026
                   DISPLAY "MANCON - DIA INVALIDO, NO SE GRABA"         LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-MODIF-MC                                  LG151026
               END-IF                                                   LG151026
               MOVE DOS-9-MC TO CON-DIA-FAC                             LG151026
           END-IF                                                       LG151026
           DISPLAY "FECHA DE FIN ACTUAL: " CON-FECHA-FIN                LG151026
                   " (AAAAMMDD, VACIO=SIN CAMBIO, 0=SIN VENCIMIENTO):"  LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT FECHA-ING-MC FROM CONSOLE                             LG151026
           IF FECHA-ING-MC NOT = SPACES                                 LG151026
               INSPECT FECHA-ING-MC REPLACING ALL " " BY "0"            LG151026
               IF FECHA-ING-MC NOT NUMERIC                              LG151026
                   DISPLAY "MANCON - FECHA INVALIDA, NO SE GRABA"       LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-MODIF-MC                                  LG151026
               END-IF                                                   LG151026
               IF FECHA-9-MC NOT = 0                                    LG151026
                   PERFORM VALIDA-FECHA-MC THRU EXIT-VALFEC-MC          LG151026
                   IF FECHA-OK-MC = 0                                   LG151026
                       DISPLAY "MANCON - FECHA INVALIDA, NO SE GRABA"   LG151026
                               UPON CONSOLE                             LG151026
                       GO TO EXIT-MODIF-MC                              LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
               MOVE FECHA-9-MC TO CON-FECHA-FIN                         LG151026
           END-IF                                                       LG151026
           DISPLAY "INDICE DE AJUSTE ACTUAL: " CON-INDICE               LG151026
                   " BASE " CON-IND-BASE UPON CONSOLE                   LG151026
           DISPLAY "  CAMBIA EL INDICE DE AJUSTE (S/N):" UPON CONSOLE   LG151026
           ACCEPT RESP-MC FROM CONSOLE                                  LG151026
           IF RESP-MC = "S" OR RESP-MC = "s"                            LG151026
               PERFORM CARGA-INDICE-CON-MC THRU EXIT-CARICO-MC          LG151026
               IF DATO-OK-MC = 0                                        LG151026
                   GO TO EXIT-MODIF-MC                                  LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           DISPLAY "ESTADO ACTUAL: " CON-ESTADO                         LG151026
                   " (A=ACTIVO S=SUSPENDIDO, VACIO=SIN CAMBIO):"        LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT RESP-MC FROM CONSOLE                                  LG151026
           IF RESP-MC NOT = SPACES                                      LG151026
               IF RESP-MC NOT = "A" AND RESP-MC NOT = "S"               LG151026
                   DISPLAY "MANCON - ESTADO INVALIDO, NO SE GRABA"      LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-MODIF-MC                                  LG151026
               END-IF                                                   LG151026
               MOVE RESP-MC TO CON-ESTADO                               LG151026
           END-IF                                                       LG151026
           PERFORM VARYING I-MC FROM 1 BY 1 UNTIL I-MC > CON-CLIN       LG151026
               MOVE CON-CANT  (I-MC) TO CANT-ED-MC                      LG151026
               MOVE CON-PUNIT (I-MC) TO PRECIO-ED-MC                    LG151026
               DISPLAY CON-ART (I-MC) " " CON-DESC-REN (I-MC) " "       LG151026
                       CANT-ED-MC " " PRECIO-ED-MC " "                  LG151026
                       CON-IVA (I-MC) UPON CONSOLE                      LG151026
           END-PERFORM                                                  LG151026
           DISPLAY "  REEMPLAZA LOS RENGLONES (S/N):" UPON CONSOLE      LG151026
           ACCEPT RESP-MC FROM CONSOLE                                  LG151026
           IF RESP-MC = "S" OR RESP-MC = "s"                            LG151026
               PERFORM CARGA-RENGLONES-MC THRU EXIT-CARREN-MC           LG151026
               IF CON-CLIN = 0                                          LG151026
                   DISPLAY "MANCON - CONTRATO SIN RENGLONES, NO SE "    LG151026
                           "GRABA" UPON CONSOLE                         LG151026
                   GO TO EXIT-MODIF-MC                                  LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE FECHA-HOY-MC TO CON-FECHA-MOD                           LG151026
           REWRITE REG-CON                                              LG151026
           IF ST-CON = "00"                                             LG151026
               ADD 1 TO CANT-MOD-MC                                     LG151026
           ELSE                                                         LG151026
               DISPLAY "MANCON - ERROR AL GRABAR ST " ST-CON            LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-MODIF-MC.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BAJA-CON-MC - BAJA LOGICA PREVIA CONFIRMACION: FACCON DEJA  *
      *   DE FACTURAR EL CONTRATO.                                    *
      ******************************************************************
       BAJA-CON-MC.                                                     LG151026
           IF CON-BAJA                                                  LG151026
               DISPLAY "MANCON - EL CONTRATO YA ESTA DADO DE BAJA"      LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-BAJA-MC                                       LG151026
           END-IF                                                       LG151026
           DISPLAY CON-NUMERO " " CON-CLIENTE " " CON-DESC              LG151026
                   UPON CONSOLE                                         LG151026
           DISPLAY "  CONFIRMA LA BAJA (S/N):" UPON CONSOLE             LG151026
           ACCEPT RESP-MC FROM CONSOLE                                  LG151026
           IF RESP-MC NOT = "S" AND RESP-MC NOT = "s"                   LG151026
               GO TO EXIT-BAJA-MC                                       LG151026
           END-IF                                                       LG151026
           SET CON-BAJA      TO TRUE                                    LG151026
           MOVE FECHA-HOY-MC TO CON-FECHA-MOD                           LG151026
           REWRITE REG-CON                                              LG151026
           IF ST-CON = "00"                                             LG151026
               ADD 1 TO CANT-BAJA-MC                                    LG151026
           ELSE                                                         LG151026
               DISPLAY "MANCON - ERROR AL GRABAR ST " ST-CON            LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-BAJA-MC.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BUSCA-CLI-MC - EL CLIENTE DEBE EXISTIR EN CLIENTES.DAT.     *
      *   SIN MAESTRO DE CLIENTES SOLO SE EXIGE EL CODIGO.            *
      ******************************************************************
       BUSCA-CLI-MC.                                                    LG151026
           MOVE 0 TO DATO-OK-MC                                         LG151026
           IF CODIGO-ING-MC = SPACES                                    LG151026
               DISPLAY "MANCON - FALTA EL CLIENTE, NO SE GRABA"         LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-BUSCLI-MC                                     LG151026
           END-IF                                                       LG151026
           OPEN INPUT ARCH-CLI                                          LG151026
           IF ST-CLI NOT = "00"                                         LG151026
               IF ST-CLI = "05"                                         LG151026
                   CLOSE ARCH-CLI                                       LG151026
               END-IF                                                   LG151026
               MOVE 1 TO DATO-OK-MC                                     LG151026
               GO TO EXIT-BUSCLI-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CLI-MC                                         LG151026
           PERFORM LEE-CLI-MC THRU EXIT-LEECLI-MC                       LG151026
                   UNTIL FIN-CLI-MC NOT = 0                             LG151026
           CLOSE ARCH-CLI                                               LG151026
           IF FIN-CLI-MC = 2                                            LG151026
               MOVE 1 TO DATO-OK-MC                                     LG151026
               DISPLAY "CLIENTE " CLI-RUC " " CLI-RSOC UPON CONSOLE     LG151026
           ELSE                                                         LG151026
               DISPLAY "MANCON - CLIENTE INEXISTENTE, NO SE GRABA"      LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-BUSCLI-MC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CLI-MC.                                                      LG151026
           READ ARCH-CLI                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CLI-MC                                 LG151026
                   GO TO EXIT-LEECLI-MC                                 LG151026
           END-READ                                                     LG151026
           IF CLI-COD = CODIGO-ING-MC                                   LG151026
               MOVE 2 TO FIN-CLI-MC                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECLI-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-FPAG-MC - FORMA DE PAGO CON QUE SE EMITE: CODIGO,     *
      *   DESCRIPCION Y, SI ES A CREDITO, CUOTAS Y DIAS ENTRE         *
      *   VENCIMIENTOS.                                               *
      ******************************************************************
       CARGA-FPAG-MC.                                                   LG151026
           MOVE 0 TO DATO-OK-MC                                         LG151026
           DISPLAY "FORMA DE PAGO - CODIGO:" UPON CONSOLE               LG151026
           ACCEPT DOS-ING-MC FROM CONSOLE                               LG151026
           DISPLAY "FORMA DE PAGO - DESCRIPCION:" UPON CONSOLE          LG151026
           ACCEPT TEXTO-ING-MC FROM CONSOLE                             LG151026
           IF DOS-ING-MC = SPACES OR TEXTO-ING-MC = SPACES              LG151026
               DISPLAY "MANCON - FALTA LA FORMA DE PAGO, NO SE GRABA"   LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-CARFPA-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE DOS-ING-MC   TO CON-FPAG-COD                            LG151026
           MOVE TEXTO-ING-MC TO CON-FPAG-DESC                           LG151026
           MOVE SPACES       TO CON-FPAG-IND                            LG151026
           MOVE 0            TO CON-FPAG-CUOTAS                         LG151026
           MOVE 0            TO CON-FPAG-DIAS                           LG151026
           DISPLAY "A CREDITO (S/N):" UPON CONSOLE                      LG151026
           ACCEPT RESP-MC FROM CONSOLE                                  LG151026
           IF RESP-MC NOT = "S" AND RESP-MC NOT = "s"                   LG151026
               MOVE 1 TO DATO-OK-MC                                     LG151026
               GO TO EXIT-CARFPA-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE "C" TO CON-FPAG-IND                                     LG151026
           DISPLAY "CANTIDAD DE CUOTAS:" UPON CONSOLE                   LG151026
           ACCEPT DOS-ING-MC FROM CONSOLE                               LG151026
           INSPECT DOS-ING-MC REPLACING LEADING " " BY "0"              LG151026
           IF DOS-ING-MC NOT NUMERIC OR DOS-9-MC = 0                    LG151026
               DISPLAY "MANCON - CUOTAS INVALIDAS, NO SE GRABA"         LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-CARFPA-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE DOS-9-MC TO CON-FPAG-CUOTAS                             LG151026
           DISPLAY "DIAS ENTRE VENCIMIENTOS:" UPON CONSOLE              LG151026
           ACCEPT TRES-ING-MC FROM CONSOLE                              LG151026
           INSPECT TRES-ING-MC REPLACING LEADING " " BY "0"             LG151026
           IF TRES-ING-MC NOT NUMERIC                                   LG151026
               DISPLAY "MANCON - DIAS INVALIDOS, NO SE GRABA"           LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-CARFPA-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE TRES-9-MC TO CON-FPAG-DIAS                              LG151026
           MOVE 1 TO DATO-OK-MC.                                        LG151026
       EXIT-CARFPA-MC.                                                  LG151026
           EXIT.                                                        LG151026

       CARGA-DIA-MC.                                                    LG151026
           MOVE 0 TO DATO-OK-MC                                         LG151026
           DISPLAY "DIA DE FACTURACION (1 A 31):" UPON CONSOLE          LG151026
           ACCEPT DOS-ING-MC FROM CONSOLE                               LG151026
           INSPECT DOS-ING-MC REPLACING LEADING " " BY "0"              LG151026
           IF DOS-ING-MC NOT NUMERIC OR DOS-9-MC = 0 OR DOS-9-MC > 31   LG151026
               DISPLAY "MANCON - DIA INVALIDO, NO SE GRABA"             LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-CARDIA-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE DOS-9-MC TO CON-DIA-FAC                                 LG151026
           MOVE 1 TO DATO-OK-MC.                                        LG151026
       EXIT-CARDIA-MC.                                                  LG151026
           EXIT.                                                        LG151026

       CARGA-FIN-MC.                                                    LG151026
           MOVE 0 TO DATO-OK-MC                                         LG151026
           DISPLAY "FECHA DE FIN (AAAAMMDD, VACIO=SIN VENCIMIENTO):"    LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT FECHA-ING-MC FROM CONSOLE                             LG151026
           IF FECHA-ING-MC = SPACES                                     LG151026
               MOVE 0 TO CON-FECHA-FIN                                  LG151026
           ELSE                                                         LG151026
               PERFORM VALIDA-FECHA-MC THRU EXIT-VALFEC-MC              LG151026
               IF FECHA-OK-MC = 0                                       LG151026
                   DISPLAY "MANCON - FECHA INVALIDA, NO SE GRABA"       LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-CARFIN-MC                                 LG151026
               END-IF                                                   LG151026
               MOVE FECHA-9-MC TO CON-FECHA-FIN                         LG151026
           END-IF                                                       LG151026
           IF CON-FECHA-FIN NOT = 0 AND CON-FECHA-FIN < CON-FECHA-INI   LG151026
               DISPLAY "MANCON - LA FECHA DE FIN ES ANTERIOR AL "       LG151026
                       "INICIO, NO SE GRABA" UPON CONSOLE               LG151026
               GO TO EXIT-CARFIN-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE 1 TO DATO-OK-MC.                                        LG151026
       EXIT-CARFIN-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   VALIDA-FECHA-MC - FECHA-ING-MC DEBE SER UNA FECHA           *
      *   CALENDARIA REAL (MISMOS CONTROLES QUE CARGCOT).             *
      ******************************************************************
       VALIDA-FECHA-MC.                                                 LG151026
           MOVE 0 TO FECHA-OK-MC                                        LG151026
           IF FECHA-ING-MC NOT NUMERIC                                  LG151026
               GO TO EXIT-VALFEC-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE FECHA-ING-MC (1:4) TO AAA                               LG151026
           MOVE FECHA-ING-MC (5:2) TO MMM                               LG151026
           MOVE FECHA-ING-MC (7:2) TO DDD                               LG151026
           IF MMM < 01 OR MMM > 12 OR DDD < 01                          LG151026
               GO TO EXIT-VALFEC-MC                                     LG151026
           END-IF                                                       LG151026
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG151026
           IF DDD > DIM-AUX                                             LG151026
               GO TO EXIT-VALFEC-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE 1 TO FECHA-OK-MC.                                       LG151026
       EXIT-VALFEC-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-INDICE-CON-MC - INDICE DE AJUSTE DEL CONTRATO Y       *
      *   PERIODO (AAAAMM) AL QUE CORRESPONDEN SUS PRECIOS.  EN       *
      *   BLANCO LOS PRECIOS SON FIJOS.                               *
      ******************************************************************
       CARGA-INDICE-CON-MC.                                             LG151026
           MOVE 0 TO DATO-OK-MC                                         LG151026
           DISPLAY "INDICE DE AJUSTE (VACIO=PRECIOS FIJOS):"            LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT CODIGO-ING-MC FROM CONSOLE                            LG151026
           IF CODIGO-ING-MC = SPACES                                    LG151026
               MOVE SPACES TO CON-INDICE                                LG151026
               MOVE 0      TO CON-IND-BASE                              LG151026
               MOVE 1      TO DATO-OK-MC                                LG151026
               GO TO EXIT-CARICO-MC                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "PERIODO BASE DE LOS PRECIOS (AAAAMM):"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT PERIODO-ING-MC FROM CONSOLE                           LG151026
           IF PERIODO-ING-MC NOT NUMERIC OR                             LG151026
              PERIODO-ING-MC (5:2) < "01" OR PERIODO-ING-MC (5:2) > "12"LG151026
               DISPLAY "MANCON - PERIODO INVALIDO, NO SE GRABA"         LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-CARICO-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE CODIGO-ING-MC TO CON-INDICE                             LG151026
           MOVE PERIODO-9-MC  TO CON-IND-BASE                           LG151026
           MOVE 1 TO DATO-OK-MC.                                        LG151026
       EXIT-CARICO-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-RENGLONES-MC - RENGLONES DEL CONTRATO (HASTA 10).     *
      *   CON CODIGO DE ARTICULO, LA DESCRIPCION Y LA TASA DE IVA SE  *
      *   TOMAN DEL MAESTRO SI NO SE INDICAN.  ARTICULO Y             *
      *   DESCRIPCION EN BLANCO TERMINA LA CARGA.                     *
      ******************************************************************
       CARGA-RENGLONES-MC.                                              LG151026
           PERFORM LIMPIA-RENGLONES-MC THRU EXIT-LIMREN-MC              LG151026
           MOVE 0 TO ART-ABIERTO-MC                                     LG151026
           OPEN INPUT ARCH-ART                                          LG151026
           IF ST-ART = "00"                                             LG151026
               MOVE 1 TO ART-ABIERTO-MC                                 LG151026
           ELSE                                                         LG151026
               IF ST-ART = "05"                                         LG151026
                   CLOSE ARCH-ART                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-REN-MC                                         LG151026
           PERFORM CARGA-RENGLON-MC THRU EXIT-CARUNO-MC                 LG151026
                   UNTIL FIN-REN-MC = 1 OR CON-CLIN = 10                LG151026
           IF ART-ABIERTO-MC = 1                                        LG151026
               CLOSE ARCH-ART                                           LG151026
           END-IF.                                                      LG151026
       EXIT-CARREN-MC.                                                  LG151026
           EXIT.                                                        LG151026

       CARGA-RENGLON-MC.                                                LG151026
           COMPUTE I-MC = CON-CLIN + 1                                  LG151026
           MOVE SPACES TO CON-IVA (I-MC)                                LG151026
           DISPLAY "RENGLON " I-MC " - ARTICULO (VACIO=TEXTO LIBRE):"   LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT CODIGO-ING-MC FROM CONSOLE                            LG151026
           DISPLAY "DESCRIPCION:" UPON CONSOLE                          LG151026
           ACCEPT TEXTO-ING-MC FROM CONSOLE                             LG151026
           IF CODIGO-ING-MC = SPACES AND TEXTO-ING-MC = SPACES          LG151026
               MOVE 1 TO FIN-REN-MC                                     LG151026
               GO TO EXIT-CARUNO-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE CODIGO-ING-MC TO CON-ART      (I-MC)                    LG151026
           MOVE TEXTO-ING-MC  TO CON-DESC-REN (I-MC)                    LG151026
           IF CODIGO-ING-MC NOT = SPACES AND ART-ABIERTO-MC = 1         LG151026
               MOVE CODIGO-ING-MC TO ART-CODIGO                         LG151026
               READ ARCH-ART                                            LG151026
                   INVALID KEY                                          LG151026
                       DISPLAY "MANCON - ARTICULO INEXISTENTE, "        LG151026
                               "RENGLON NO CARGADO" UPON CONSOLE        LG151026
                       GO TO EXIT-CARUNO-MC                             LG151026
               END-READ                                                 LG151026
               IF ART-INACTIVO                                          LG151026
                   DISPLAY "MANCON - ARTICULO INACTIVO, RENGLON NO "    LG151026
                           "CARGADO" UPON CONSOLE                       LG151026
                   GO TO EXIT-CARUNO-MC                                 LG151026
               END-IF                                                   LG151026
               IF CON-DESC-REN (I-MC) = SPACES                          LG151026
                   MOVE ART-DESC TO CON-DESC-REN (I-MC)                 LG151026
               END-IF                                                   LG151026
               MOVE ART-IVA TO CON-IVA (I-MC)                           LG151026
           END-IF                                                       LG151026
           DISPLAY "CANTIDAD PARTE ENTERA (HASTA 6 DIGITOS):"           LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT ENTERO-ING-MC FROM CONSOLE                            LG151026
           DISPLAY "CANTIDAD DECIMALES (HASTA 5 DIGITOS):"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT DECIM-ING-MC FROM CONSOLE                             LG151026
           PERFORM PARSE-VALOR-MC THRU EXIT-PARVAL-MC                   LG151026
           IF VALOR-OK-MC = 0 OR VALOR-MC = 0 OR ENTERO-MC > 999999     LG151026
               DISPLAY "MANCON - CANTIDAD INVALIDA, RENGLON NO "        LG151026
                       "CARGADO" UPON CONSOLE                           LG151026
               GO TO EXIT-CARUNO-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE VALOR-MC TO CON-CANT (I-MC)                             LG151026
           DISPLAY "PRECIO UNITARIO PARTE ENTERA (HASTA 7 DIGITOS):"    LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT ENTERO-ING-MC FROM CONSOLE                            LG151026
           DISPLAY "PRECIO UNITARIO DECIMALES (HASTA 4 DIGITOS):"       LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT DECIM-ING-MC FROM CONSOLE                             LG151026
           MOVE SPACE TO DECIM-ING-MC (5:1)                             LG151026
           PERFORM PARSE-VALOR-MC THRU EXIT-PARVAL-MC                   LG151026
           IF VALOR-OK-MC = 0                                           LG151026
               DISPLAY "MANCON - PRECIO INVALIDO, RENGLON NO CARGADO"   LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-CARUNO-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE VALOR-MC TO CON-PUNIT (I-MC)                            LG151026
           IF CON-IVA (I-MC) = SPACES                                   LG151026
               DISPLAY "TASA DE IVA (B=BASICA M=MINIMA E=EXENTO):"      LG151026
                       UPON CONSOLE                                     LG151026
               ACCEPT RESP-MC FROM CONSOLE                              LG151026
               IF RESP-MC NOT = "B" AND RESP-MC NOT = "M" AND           LG151026
                  RESP-MC NOT = "E"                                     LG151026
                   DISPLAY "MANCON - TASA DE IVA INVALIDA, RENGLON "    LG151026
                           "NO CARGADO" UPON CONSOLE                    LG151026
                   GO TO EXIT-CARUNO-MC                                 LG151026
               END-IF                                                   LG151026
               MOVE RESP-MC TO CON-IVA (I-MC)                           LG151026
           END-IF                                                       LG151026
           MOVE I-MC TO CON-CLIN.                                       LG151026
       EXIT-CARUNO-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-VALOR-MC - INTERPRETA LA PARTE ENTERA DIGITO A DIGITO *
      *   (LOS BLANCOS NO CUENTAN) Y COMPLETA LOS DECIMALES CON CEROS *
      *   A LA DERECHA.  CUALQUIER OTRO CARACTER INVALIDA.            *
      ******************************************************************
       PARSE-VALOR-MC.                                                  LG151026
           MOVE 1 TO VALOR-OK-MC                                        LG151026
           MOVE 0 TO ENTERO-MC                                          LG151026
           PERFORM VARYING J-MC FROM 1 BY 1 UNTIL J-MC > 7              LG151026
               MOVE ENTERO-ING-MC (J-MC:1) TO DIG-X-MC                  LG151026
               IF DIG-X-MC NUMERIC                                      LG151026
                   COMPUTE ENTERO-MC = ENTERO-MC * 10 + DIG-9-MC        LG151026
               ELSE                                                     LG151026
                   IF DIG-X-MC NOT = SPACE                              LG151026
                       MOVE 0 TO VALOR-OK-MC                            LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           INSPECT DECIM-ING-MC REPLACING ALL " " BY "0"                LG151026
           IF DECIM-ING-MC NOT NUMERIC                                  LG151026
               MOVE 0 TO VALOR-OK-MC                                    LG151026
               GO TO EXIT-PARVAL-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE DECIM-ING-MC TO DECIM-MC                                LG151026
           COMPUTE VALOR-MC = ENTERO-MC + DECIM-MC / 100000.            LG151026
       EXIT-PARVAL-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-INDICE-MC - CARGA EL VALOR DE UN INDICE DE AJUSTE     *
      *   PARA UN PERIODO.  SE AGREGA AL FINAL DE INDICES.DAT; UNA    *
      *   CARGA POSTERIOR DEL MISMO INDICE Y PERIODO CORRIGE LA       *
      *   ANTERIOR.                                                   *
      ******************************************************************
       CARGA-INDICE-MC.                                                 LG151026
           OPEN EXTEND ARCH-IND                                         LG151026
           IF ST-IND NOT = "00" AND ST-IND NOT = "05"                   LG151026
               DISPLAY "MANCON - NO SE PUDO ABRIR INDICES.DAT ST "      LG151026
                       ST-IND UPON CONSOLE                              LG151026
               GO TO EXIT-CARIND-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE "X" TO CODIGO-ING-MC                                    LG151026
           PERFORM CARGA-VALIND-MC THRU EXIT-CARVAL-MC                  LG151026
                   UNTIL CODIGO-ING-MC = SPACES                         LG151026
           CLOSE ARCH-IND                                               LG151026
           DISPLAY "MANCON - VALORES DE INDICE CARGADOS " CANT-IND-MC   LG151026
                   UPON CONSOLE.                                        LG151026
       EXIT-CARIND-MC.                                                  LG151026
           EXIT.                                                        LG151026

       CARGA-VALIND-MC.                                                 LG151026
           DISPLAY "INDICE (VACIO=FIN):" UPON CONSOLE                   LG151026
           ACCEPT CODIGO-ING-MC FROM CONSOLE                            LG151026
           IF CODIGO-ING-MC = SPACES                                    LG151026
               GO TO EXIT-CARVAL-MC                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "PERIODO (AAAAMM):" UPON CONSOLE                     LG151026
           ACCEPT PERIODO-ING-MC FROM CONSOLE                           LG151026
           IF PERIODO-ING-MC NOT NUMERIC OR                             LG151026
              PERIODO-ING-MC (5:2) < "01" OR PERIODO-ING-MC (5:2) > "12"LG151026
               DISPLAY "MANCON - PERIODO INVALIDO" UPON CONSOLE         LG151026
               GO TO EXIT-CARVAL-MC                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "VALOR PARTE ENTERA (HASTA 7 DIGITOS):"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT ENTERO-ING-MC FROM CONSOLE                            LG151026
           DISPLAY "VALOR DECIMALES (HASTA 4 DIGITOS):" UPON CONSOLE    LG151026
           ACCEPT DECIM-ING-MC FROM CONSOLE                             LG151026
           MOVE SPACE TO DECIM-ING-MC (5:1)                             LG151026
           PERFORM PARSE-VALOR-MC THRU EXIT-PARVAL-MC                   LG151026
           IF VALOR-OK-MC = 0 OR VALOR-MC = 0                           LG151026
               DISPLAY "MANCON - VALOR INVALIDO" UPON CONSOLE           LG151026
               GO TO EXIT-CARVAL-MC                                     LG151026
           END-IF                                                       LG151026
           MOVE SPACES         TO LINEA-IND                             LG151026
           MOVE CODIGO-ING-MC  TO IND-CODIGO                            LG151026
           MOVE PERIODO-9-MC   TO IND-PERIODO                           LG151026
           MOVE VALOR-MC       TO IND-VALOR                             LG151026
           MOVE FECHA-HOY-MC   TO IND-FECHA-CARGA                       LG151026
           WRITE LINEA-IND                                              LG151026
           IF ST-IND = "00"                                             LG151026
               ADD 1 TO CANT-IND-MC                                     LG151026
           ELSE                                                         LG151026
               DISPLAY "MANCON - ERROR AL GRABAR ST " ST-IND            LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-CARVAL-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LISTA-CON-MC - LISTADO COMPLETO DE CONTRATOS EN MANCON.LIS  *
      *   (TODOS LOS ESTADOS) EN ORDEN DE NUMERO, CON SUS RENGLONES.  *
      ******************************************************************
       LISTA-CON-MC.                                                    LG151026
           OPEN INPUT ARCH-CON                                          LG151026
           IF ST-CON NOT = "00"                                         LG151026
               DISPLAY "MANCON - NO SE PUDO ABRIR CONTRATOS.DAT ST "    LG151026
                       ST-CON UPON CONSOLE                              LG151026
               GO TO EXIT-LISTA-MC                                      LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "MANCON - NO SE PUDO ABRIR MANCON.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-CON                                           LG151026
               GO TO EXIT-LISTA-MC                                      LG151026
           END-IF                                                       LG151026
           PERFORM ENCABEZADO-MC THRU EXIT-ENC-MC                       LG151026
           PERFORM LEE-CON-MC THRU EXIT-LEECON-MC                       LG151026
           PERFORM IMPRIME-CON-MC THRU EXIT-IMPCON-MC                   LG151026
                   UNTIL FIN-CON-MC = 1                                 LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE CANT-LIS-MC TO TOT-LIS-MC                               LG151026
           WRITE LINEA-LIS FROM LIN-TOT-MC AFTER ADVANCING 1 LINE       LG151026
           CLOSE ARCH-CON                                               LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "MANCON - LISTADO EN MANCON.LIS" UPON CONSOLE.       LG151026
       EXIT-LISTA-MC.                                                   LG151026
           EXIT.                                                        LG151026

       LEE-CON-MC.                                                      LG151026
           READ ARCH-CON NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CON-MC                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEECON-MC.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-CON-MC.                                                  LG151026
           COMPUTE I-MC = LINEA-PAG-MC + CON-CLIN                       LG151026
           IF I-MC > 56                                                 LG151026
               PERFORM ENCABEZADO-MC THRU EXIT-ENC-MC                   LG151026
           END-IF                                                       LG151026
           MOVE CON-NUMERO      TO DET-NUMERO-MC                        LG151026
           MOVE CON-CLIENTE     TO DET-CLIENTE-MC                       LG151026
           MOVE CON-DESC        TO DET-DESC-MC                          LG151026
           MOVE CON-MONEDA      TO DET-MONEDA-MC                        LG151026
           MOVE CON-FPAG-COD    TO DET-FPAG-MC                          LG151026
           MOVE CON-FPAG-IND    TO DET-IND-CRE-MC                       LG151026
           MOVE CON-FPAG-CUOTAS TO DET-CUOTAS-MC                        LG151026
           MOVE CON-FPAG-DIAS   TO DET-DIAS-MC                          LG151026
           MOVE CON-VENDEDOR    TO DET-VEND-MC                          LG151026
           MOVE CON-LOCAL       TO DET-LOCAL-MC                         LG151026
           MOVE CON-SERIE       TO DET-SERIE-MC                         LG151026
           MOVE CON-TIPO-CFE    TO DET-TCFE-MC                          LG151026
           MOVE CON-DIA-FAC     TO DET-DIA-MC                           LG151026
           MOVE CON-FECHA-INI   TO DET-INI-MC                           LG151026
           MOVE CON-FECHA-FIN   TO DET-FIN-MC                           LG151026
           MOVE CON-INDICE      TO DET-INDICE-MC                        LG151026
           MOVE CON-IND-BASE    TO DET-BASE-MC                          LG151026
           MOVE CON-ESTADO      TO DET-ESTADO-MC                        LG151026
           WRITE LINEA-LIS FROM LIN-DET-MC AFTER ADVANCING 2 LINES      LG151026
           ADD 2 TO LINEA-PAG-MC                                        LG151026
           PERFORM VARYING I-MC FROM 1 BY 1 UNTIL I-MC > CON-CLIN       LG151026
               MOVE CON-ART      (I-MC) TO REN-ART-MC                   LG151026
               MOVE CON-DESC-REN (I-MC) TO REN-DESC-MC                  LG151026
               MOVE CON-CANT     (I-MC) TO REN-CANT-MC                  LG151026
               MOVE CON-PUNIT    (I-MC) TO REN-PUNIT-MC                 LG151026
               MOVE CON-IVA      (I-MC) TO REN-IVA-MC                   LG151026
               WRITE LINEA-LIS FROM LIN-REN-MC AFTER ADVANCING 1 LINE   LG151026
               ADD 1 TO LINEA-PAG-MC                                    LG151026
           END-PERFORM                                                  LG151026
           ADD 1 TO CANT-LIS-MC                                         LG151026
           PERFORM LEE-CON-MC THRU EXIT-LEECON-MC.                      LG151026
       EXIT-IMPCON-MC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-MC - TITULOS DE CADA PAGINA DEL LISTADO.         *
      ******************************************************************
       ENCABEZADO-MC.                                                   LG151026
           ADD 1 TO PAGINA-MC                                           LG151026
           MOVE FECHA-HOY-MC TO FECHA-AMD                               LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-MC                                  LG151026
           MOVE MMM       TO TIT-MM-MC                                  LG151026
           MOVE AAA       TO TIT-AAAA-MC                                LG151026
           MOVE PAGINA-MC TO TIT-PAG-MC                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-MC AFTER ADVANCING PAGE        LG151026
           WRITE LINEA-LIS FROM LIN-TIT2-MC AFTER ADVANCING 2 LINES     LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE 4 TO LINEA-PAG-MC.                                      LG151026
       EXIT-ENC-MC.                                                     LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
