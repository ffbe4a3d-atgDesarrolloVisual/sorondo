      *  (EMAIL-CLIENTE DEL MAESTRO CLIENTES.DAT, SI ESTA).           *
      *  LOS EJERCICIOS YA ARCHIVADOS POR ARCFAC (FACTURAS.HNN) SE    *
      *  SUMAN IGUAL, ASI EL SALDO ANTERIOR QUEDA COMPLETO.           *
      *  LAS RETENCIONES (RESGUARDOS DE IVA / IRAE) APLICADAS POR     *
      *  RECIBOS SALEN COMO MOVIMIENTO APARTE, TIPO RT.               *
      *  SE PUEDE PEDIR UN SOLO CLIENTE (RUC): SUS PAGOS SE LEEN POR  *
      *  CLAVE DE CTAPAGOS.DAT Y DE LOS ARCHIVOS ANUALES DE PAGOS     *
      *  (CTAPAGOS.HNN) QUE DEJA ARCFAC.                              *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG020926
           02  CLI-DIR         PIC X(040).                              LG020926
           02  FILLER          PIC X(001).                              LG020926
           02  CLI-EMAIL       PIC X(050).                              LG020926
      *  LIMITE DE CREDITO EN UYU SIN DECIMALES (BLANCO = SIN LIMITE)
           02  CLI-LIMITE      PIC 9(008).                              LG151026

       FD ARCH-MOV                                                      LG020926
           LABEL RECORDS ARE STANDARD.                                  LG020926
       WORKING-STORAGE SECTION.                                         LG020926
       COPY "FECHA.VAR".                                                LG020926
       COPY "ST-ACE.VAR".                                               LG020926
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG020926
       COPY "IMPRES.REG".                                               LG020926


       01  PERIODO-ING-EC      PIC X(006)  VALUE SPACES.                LG020926
       01  PERIODO-EC          PIC 9(006)  VALUE 0.                     LG020926
       01  RUC-SEL-EC          PIC X(012)  VALUE SPACES.                LG151026
       01  FECHA-DESDE-EC      PIC 9(008)  VALUE 0.                     LG020926
       01  FECHA-HASTA-EC      PIC 9(008)  VALUE 0.                     LG020926
       01  FECHA-HOY-EC        PIC 9(008)  VALUE 0.                     LG020926
       01  FIN-MOV-EC          PIC 9       VALUE 0.                     LG020926
       01  SIN-HIS-EC          PIC 9       VALUE 0.                     LG020926
       01  SIGNO-EC            PIC S9      VALUE +1.                    LG020926
       01  TIPO-MOV-EC         PIC X(001)  VALUE SPACES.                LG151026
       01  TIPODOC-MOV-EC      PIC X(002)  VALUE SPACES.                LG151026
       01  CANT-CLI-EC         PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-MOV-EC         PIC S9(005) COMP VALUE 0.                LG020926
       01  LINEA-PAG-EC        PIC S9(005) COMP VALUE 0.                LG020926
       01  ANIO-ARQ-EC         PIC 9(004)  VALUE 0.                     LG020926
       01  ANIO-TOPE-EC        PIC 9(004)  VALUE 0.                     LG020926
       01  FIN-HIA-EC          PIC 9       VALUE 0.                     LG020926
       01  FIN-PGH-EC          PIC 9       VALUE 0.                     LG151026

      *  PARSE DE IMPORTES EDITADOS DE LOS ARCHIVOS DE LINEA
       01  CAMPO-IMP-EC        PIC X(012)  VALUE SPACES.                LG020926
       COMIENZO SECTION.                                                LG020926
       PROCESO.                                                         LG020926
           DISPLAY "ESTCTA - ESTADO DE CUENTA MENSUAL" UPON CONSOLE     LG020926
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "ESTCTA"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "PERIODO A PROCESAR (AAAAMM):" UPON CONSOLE          LG020926
           ACCEPT PERIODO-ING-EC FROM CONSOLE                           LG020926
           IF PERIODO-ING-EC NOT NUMERIC                                LG020926
               GO TO FIN-PROCESO                                        LG020926
           END-IF                                                       LG020926
           PERFORM DIAS-DEL-MES THRU EXIT-DIAS-MES                      LG020926
           DISPLAY "RUC DEL CLIENTE (EN BLANCO = TODOS):" UPON CONSOLE  LG151026
           ACCEPT RUC-SEL-EC FROM CONSOLE                               LG151026
           COMPUTE FECHA-DESDE-EC = PERIODO-EC * 100 + 1                LG020926
           COMPUTE FECHA-HASTA-EC = PERIODO-EC * 100 + DIM-AUX          LG020926
           ACCEPT FECHA-HOY-EC FROM DATE YYYYMMDD                       LG020926
      ******************************************************************
      *   CARGA-DOC-EC - CARGA EN EL ARCHIVO DE TRABAJO EL DOCUMENTO  *
      *   QUE ESTA EN REG-HIS (DEL HISTORICO VIVO O DE UN ARCHIVO     *
      *   ANUAL), SI ES A CREDITO, NO POSTERIOR AL PERIODO Y NO FUE   *
      *   ANULADO (ANUFAC).                                           *
      ******************************************************************
       CARGA-DOC-EC.                                                    LG020926
           IF HIS-FPAG-CUOTAS NOT NUMERIC OR HIS-FPAG-IND NOT = "C"     LG020926
           IF RUC-FA = SPACES OR FECHA-FA > FECHA-HASTA-EC              LG020926
               GO TO EXIT-CARDOC-EC                                     LG020926
           END-IF                                                       LG020926
           IF RUC-SEL-EC NOT = SPACES AND RUC-FA NOT = RUC-SEL-EC       LG151026
               GO TO EXIT-CARDOC-EC                                     LG151026
           END-IF                                                       LG151026
           IF DOC-ANULADO                                               LG151026
               GO TO EXIT-CARDOC-EC                                     LG151026
           END-IF                                                       LG151026
           IF HIS-TIPO-DOC = "NC"                                       LG020926
               MOVE -1 TO SIGNO-EC                                      LG020926
           ELSE                                                         LG020926
           EXIT.                                                        LG020926

      ******************************************************************
      *   CARGA-PAG-EC - CARGA LOS PAGOS APLICADOS (CTAPAGOS.DAT Y    *
      *   LOS ARCHIVOS ANUALES CTAPAGOS.HNN DE LOS ULTIMOS 10         *
      *   EJERCICIOS) HASTA EL FIN DEL PERIODO.  UN PAGO ENTRA CON    *
      *   SIGNO CONTRARIO AL DE SU APLICACION: BAJA EL SALDO DEL      *
      *   CLIENTE.  CON UN CLIENTE PEDIDO SE LEE DESDE SU RUC.        *
      ******************************************************************
       CARGA-PAG-EC.                                                    LG020926
           OPEN INPUT ARCH-PAG                                          LG020926
           IF ST-PAG NOT = "00"                                         LG020926
               IF ST-PAG = "05"                                         LG151026
                   CLOSE ARCH-PAG                                       LG151026
               END-IF                                                   LG151026
               GO TO CARGA-PGH-EC                                       LG151026
           END-IF                                                       LG020926
           MOVE 0 TO FIN-PAG-EC                                         LG151026
           MOVE LOW-VALUES TO PAG-CLAVE                                 LG151026
           IF RUC-SEL-EC NOT = SPACES                                   LG151026
               MOVE RUC-SEL-EC TO PAG-RUC                               LG151026
           END-IF                                                       LG151026
           START ARCH-PAG KEY NOT < PAG-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-PAG-EC                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-PAG-EC THRU EXIT-LEEPAG-EC                       LG020926
           PERFORM SUMA-PAG-EC THRU EXIT-SUMPAG-EC                      LG020926
                   UNTIL FIN-PAG-EC = 1                                 LG020926
           CLOSE ARCH-PAG.                                              LG020926
       CARGA-PGH-EC.                                                    LG151026
           MOVE FECHA-HOY-EC (1:4) TO ANIO-ARQ-EC                       LG151026
           COMPUTE ANIO-TOPE-EC = ANIO-ARQ-EC - 10                      LG151026
           PERFORM SCAN-PGH-EC THRU EXIT-SCAPGH-EC                      LG151026
                   VARYING ANIO-ARQ-EC FROM ANIO-ARQ-EC BY -1           LG151026
                   UNTIL ANIO-ARQ-EC < ANIO-TOPE-EC.                    LG151026
       EXIT-CARPAG-EC.                                                  LG020926
           EXIT.                                                        LG020926

       LEE-PAG-EC.                                                      LG020926
           IF FIN-PAG-EC = 1                                            LG151026
               GO TO EXIT-LEEPAG-EC                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG020926
                   MOVE 1 TO FIN-PAG-EC                                 LG020926
                   GO TO EXIT-LEEPAG-EC                                 LG151026
           END-READ                                                     LG151026
           IF RUC-SEL-EC NOT = SPACES AND PAG-RUC NOT = RUC-SEL-EC      LG151026
               MOVE 1 TO FIN-PAG-EC                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEEPAG-EC.                                                  LG020926
           EXIT.                                                        LG020926

       SUMA-PAG-EC.                                                     LG020926
           PERFORM CARGA-APL-EC THRU EXIT-CARAPL-EC                     LG151026
           PERFORM LEE-PAG-EC THRU EXIT-LEEPAG-EC.                      LG151026
       EXIT-SUMPAG-EC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   SCAN-PGH-EC - SUMA LAS APLICACIONES DEL ARCHIVO ANUAL DE    *
      *   PAGOS CTAPAGOS.HNN DEL EJERCICIO ANIO-ARQ-EC, SI EXISTE.    *
      ******************************************************************
       SCAN-PGH-EC.                                                     LG151026
           MOVE SPACES TO NOMBRE-PGH                                    LG151026
           STRING "CTAPAGOS.H" ANIO-ARQ-EC (3:2)                        LG151026
                  DELIMITED BY SIZE INTO NOMBRE-PGH                     LG151026
           END-STRING                                                   LG151026
           OPEN INPUT ARCH-PGH                                          LG151026
           IF ST-PGH NOT = "00"                                         LG151026
               IF ST-PGH = "05"                                         LG151026
                   CLOSE ARCH-PGH                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-SCAPGH-EC                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-PGH-EC                                         LG151026
           MOVE LOW-VALUES TO PGH-CLAVE                                 LG151026
           IF RUC-SEL-EC NOT = SPACES                                   LG151026
               MOVE RUC-SEL-EC TO PGH-RUC                               LG151026
           END-IF                                                       LG151026
           START ARCH-PGH KEY NOT < PGH-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-PGH-EC                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-PGH-EC THRU EXIT-LEEPGH-EC                       LG151026
                   UNTIL FIN-PGH-EC = 1                                 LG151026
           CLOSE ARCH-PGH.                                              LG151026
       EXIT-SCAPGH-EC.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PGH-EC.                                                      LG151026
           READ ARCH-PGH NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PGH-EC                                 LG151026
                   GO TO EXIT-LEEPGH-EC                                 LG151026
           END-READ                                                     LG151026
           IF RUC-SEL-EC NOT = SPACES AND PGH-RUC NOT = RUC-SEL-EC      LG151026
               MOVE 1 TO FIN-PGH-EC                                     LG151026
               GO TO EXIT-LEEPGH-EC                                     LG151026
           END-IF                                                       LG151026
           MOVE REG-PGH TO REG-PAG                                      LG151026
           PERFORM CARGA-APL-EC THRU EXIT-CARAPL-EC.                    LG151026
       EXIT-LEEPGH-EC.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-APL-EC - SUMA AL ARCHIVO DE TRABAJO LA APLICACION     *
      *   QUE ESTA EN REG-PAG (DEL ARCHIVO VIVO O DE UNO ANUAL).      *
      ******************************************************************
       CARGA-APL-EC.                                                    LG151026
           IF PAG-FECHA > FECHA-HASTA-EC                                LG020926
               GO TO EXIT-CARAPL-EC                                     LG151026
           END-IF                                                       LG020926
           MOVE PAG-IMPORTE TO CAMPO-IMP-EC                             LG020926
           PERFORM PARSE-IMP-EC THRU EXIT-PARSE-EC                      LG020926
           MOVE PAG-TC      TO CAMPO-TC-EC                              LG020926
           PERFORM PARSE-TC-EC THRU EXIT-PARTC-EC                       LG020926
           IF PAG-RETENCION                                             LG151026
               MOVE "R"  TO TIPO-MOV-EC                                 LG151026
               MOVE "RT" TO TIPODOC-MOV-EC                              LG151026
           ELSE                                                         LG151026
               MOVE "P"  TO TIPO-MOV-EC                                 LG151026
               MOVE "RE" TO TIPODOC-MOV-EC                              LG151026
           END-IF                                                       LG151026
           MOVE PAG-RUC     TO MOV-RUC                                  LG020926
           MOVE PAG-FECHA   TO MOV-FECHA                                LG020926
           MOVE TIPO-MOV-EC TO MOV-TIPO                                 LG151026
           MOVE PAG-SERIE   TO MOV-SERIE                                LG020926
           MOVE PAG-NUMFAC  TO MOV-NUMFAC                               LG020926
           MOVE PAG-CUOTA   TO MOV-CUOTA                                LG020926
               INVALID KEY                                              LG020926
                   MOVE PAG-RUC     TO MOV-RUC                          LG020926
                   MOVE PAG-FECHA   TO MOV-FECHA                        LG020926
                   MOVE TIPO-MOV-EC TO MOV-TIPO                         LG151026
                   MOVE PAG-SERIE   TO MOV-SERIE                        LG020926
                   MOVE PAG-NUMFAC  TO MOV-NUMFAC                       LG020926
                   MOVE PAG-CUOTA   TO MOV-CUOTA                        LG020926
                   MOVE PAG-RECIBO  TO MOV-RECIBO                       LG020926
                   MOVE TIPODOC-MOV-EC TO MOV-TIPODOC                   LG151026
                   MOVE PAG-MONEDA  TO MOV-MONEDA                       LG020926
                   COMPUTE MOV-IMPORTE = VALOR-IMP-EC * -1              LG020926
                   MOVE VALOR-TC-EC TO MOV-TC                           LG020926
                   END-IF                                               LG020926
                   WRITE REG-MOV                                        LG020926
                   ADD 1 TO CANT-MOV-EC                                 LG020926
                   GO TO EXIT-CARAPL-EC                                 LG151026
           END-READ                                                     LG020926
           COMPUTE MOV-IMPORTE = MOV-IMPORTE - VALOR-IMP-EC             LG020926
           IF PAG-MONEDA = "UYU"                                        LG020926
               COMPUTE MOV-UYU ROUNDED = MOV-IMPORTE * MOV-TC           LG020926
           END-IF                                                       LG020926
           REWRITE REG-MOV.                                             LG020926
       EXIT-CARAPL-EC.                                                  LG151026
           EXIT.                                                        LG020926

      ******************************************************************
           EXIT.                                                        LG020926

       COPY "FECHA.RUT".                                                LG020926
       COPY "USUARIO.RUT".                                              LG151026
