       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. ANUFAC.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  ANUFAC - ANULACION EN EL DIA DE DOCUMENTOS EMITIDOS.          *
      *  PARA UN DOCUMENTO QUE SALIO MAL Y NO LLEGO A ENTREGARSE,      *
      *  EN LUGAR DE EMITIR UNA NOTA DE CREDITO.  SOLO SE ANULAN       *
      *  DOCUMENTOS IMPRESOS EL MISMO DIA, FECHADOS EN UN PERIODO      *
      *  ABIERTO (CIERRES.DAT) Y SIN PAGOS APLICADOS EN CTAPAGOS.DAT.  *
      *  LA ANULACION:                                                 *
      *    - MARCA EL DOCUMENTO COMO ANULADO EN FACTURAS.HIS CON       *
      *      FECHA, HORA, USUARIO Y MOTIVO (OBLIGATORIO),              *
      *    - GRABA UNA LINEA "A" EN EMIFAC.LOG,                        *
      *    - DEJA EN CERO Y MARCADAS COMO ANULADAS SUS CUOTAS EN       *
      *      CTACTE.DAT (LEIDAS Y REGRABADAS POR CLAVE),               *
      *    - PASA SU CFE A ESTADO ANULADO EN CFESTADO.DAT,             *
      *    - QUITA DE ENVIOS.DAT LOS ENVIOS PENDIENTES O FALLADOS      *
      *      PARA QUE ENVDOC NO LOS MANDE.                             *
      *  LIBVTA, ARQUEO, VTAVEND Y ESTCTA NO CUENTAN LOS DOCUMENTOS    *
      *  ANULADOS Y AUDNUM LOS INFORMA COMO JUSTIFICADOS.              *
      *  SERIE EN BLANCO TERMINA.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

       DATA DIVISION.                                                   LG151026

       FILE SECTION.                                                    LG151026

       COPY "IMPREACT.FDS".                                             LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG151026
       COPY "IMPRES.REG".                                               LG151026

       01  FECHA-HOY-AN        PIC 9(008)  VALUE 0.                     LG151026
       01  USUARIO-AN          PIC X(010)  VALUE SPACES.                LG151026
       01  SERIE-ING-AN        PIC X(001)  VALUE SPACES.                LG151026
       01  NUMFAC-ING-AN       PIC X(008)  VALUE SPACES.                LG151026
       01  NUMFAC-AN           PIC 9(008)  VALUE 0.                     LG151026
       01  MOTIVO-ING-AN       PIC X(040)  VALUE SPACES.                LG151026
       01  RESP-AN             PIC X(001)  VALUE SPACES.                LG151026
       01  DOC-OK-AN           PIC 9       VALUE 0.                     LG151026
       01  PERIODO-AN          PIC 9(006)  VALUE 0.                     LG151026
       01  FIN-CIE-AN          PIC 9       VALUE 0.                     LG151026
       01  FIN-PAG-AN          PIC 9       VALUE 0.                     LG151026
       01  HAY-PAG-AN          PIC 9       VALUE 0.                     LG151026
       01  FIN-CTA-AN          PIC 9       VALUE 0.                     LG151026
       01  FIN-EST-AN          PIC 9       VALUE 0.                     LG151026
       01  ORIGEN-ENV-AN       PIC X(001)  VALUE SPACES.                LG151026
       01  CANT-ANU-AN         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-CUO-AN         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-EST-AN         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-ENV-AN         PIC S9(005) COMP VALUE 0.                LG151026
       01  TOTAL-ED-AN         PIC ---.---.--9,99.                      LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "ANUFAC - ANULACION DE DOCUMENTOS DEL DIA"           LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT FECHA-HOY-AN FROM DATE YYYYMMDD                       LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "ANUFAC"  TO PROGRAMA-VU                                LG151026
           SET PER-NOTAS-VU TO TRUE                                     LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           MOVE USUARIO-VU TO USUARIO-AN                                LG151026
           IF USUARIO-AN = SPACES                                       LG151026
               DISPLAY "ANUFAC - EL USUARIO ES OBLIGATORIO" UPON CONSOLELG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026

           PERFORM ANULA-DOC-AN THRU EXIT-ANUDOC-AN                     LG151026
           PERFORM ANULA-DOC-AN THRU EXIT-ANUDOC-AN                     LG151026
                   UNTIL SERIE-ING-AN = SPACES                          LG151026
           DISPLAY "ANUFAC - DOCUMENTOS ANULADOS: " CANT-ANU-AN         LG151026
                   UPON CONSOLE.                                        LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   ANULA-DOC-AN - PIDE SERIE Y NUMERO, CONTROLA QUE EL          *
      *   DOCUMENTO PUEDA ANULARSE, LO MUESTRA, PIDE EL MOTIVO Y LA    *
      *   CONFIRMACION Y RECIEN AHI ANULA EN TODOS LOS ARCHIVOS.       *
      ******************************************************************
       ANULA-DOC-AN.                                                    LG151026
           DISPLAY "SERIE DEL DOCUMENTO (VACIO=FIN):" UPON CONSOLE      LG151026
           ACCEPT SERIE-ING-AN FROM CONSOLE                             LG151026
           IF SERIE-ING-AN = SPACES                                     LG151026
               GO TO EXIT-ANUDOC-AN                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "NUMERO:" UPON CONSOLE                               LG151026
           ACCEPT NUMFAC-ING-AN FROM CONSOLE                            LG151026
           INSPECT NUMFAC-ING-AN REPLACING LEADING " " BY "0"           LG151026
           IF NUMFAC-ING-AN NOT NUMERIC                                 LG151026
               DISPLAY "ANUFAC - NUMERO INVALIDO" UPON CONSOLE          LG151026
               GO TO EXIT-ANUDOC-AN                                     LG151026
           END-IF                                                       LG151026
           MOVE NUMFAC-ING-AN TO NUMFAC-AN                              LG151026

           OPEN I-O ARCH-HIS                                            LG151026
           IF ST-HIS NOT = "00"                                         LG151026
               IF ST-HIS = "05"                                         LG151026
                   CLOSE ARCH-HIS                                       LG151026
               END-IF                                                   LG151026
               DISPLAY "ANUFAC - NO SE PUDO ABRIR FACTURAS.HIS ST "     LG151026
                       ST-HIS UPON CONSOLE                              LG151026
               GO TO EXIT-ANUDOC-AN                                     LG151026
           END-IF                                                       LG151026
           MOVE SERIE-ING-AN TO HIS-SERIE                               LG151026
           MOVE NUMFAC-AN    TO HIS-NUMFAC                              LG151026
           READ ARCH-HIS                                                LG151026
               INVALID KEY                                              LG151026
                   DISPLAY "ANUFAC - DOCUMENTO INEXISTENTE EN EL "      LG151026
                           "HISTORICO" UPON CONSOLE                     LG151026
                   CLOSE ARCH-HIS                                       LG151026
                   GO TO EXIT-ANUDOC-AN                                 LG151026
           END-READ                                                     LG151026
           MOVE HIS-DATOS TO REG-FACTURAS                               LG151026
           PERFORM VALIDA-ANULA-AN THRU EXIT-VALANU-AN                  LG151026
           IF DOC-OK-AN = 0                                             LG151026
               CLOSE ARCH-HIS                                           LG151026
               GO TO EXIT-ANUDOC-AN                                     LG151026
           END-IF                                                       LG151026

           MOVE TOTAL-A-PAGAR TO TOTAL-ED-AN                            LG151026
           DISPLAY "DOCUMENTO " HIS-SERIE "-" HIS-NUMFAC " "            LG151026
                   HIS-TIPO-DOC " " HIS-DESC-DOC UPON CONSOLE           LG151026
           IF RSOC-FA NOT = SPACES                                      LG151026
               DISPLAY "CLIENTE   " RUC-FA " " RSOC-FA UPON CONSOLE     LG151026
           ELSE                                                         LG151026
               DISPLAY "CLIENTE   " RUC-FA " " NOMCLI-FA UPON CONSOLE   LG151026
           END-IF                                                       LG151026
           DISPLAY "FECHA     " FECHA-FA "  TOTAL " MONE-FA " "         LG151026
                   TOTAL-ED-AN UPON CONSOLE                             LG151026
           DISPLAY "MOTIVO DE LA ANULACION (OBLIGATORIO):" UPON CONSOLE LG151026
           ACCEPT MOTIVO-ING-AN FROM CONSOLE                            LG151026
           IF MOTIVO-ING-AN = SPACES                                    LG151026
               DISPLAY "ANUFAC - SIN MOTIVO NO SE ANULA" UPON CONSOLE   LG151026
               CLOSE ARCH-HIS                                           LG151026
               GO TO EXIT-ANUDOC-AN                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "CONFIRMA LA ANULACION (S/N):" UPON CONSOLE          LG151026
           ACCEPT RESP-AN FROM CONSOLE                                  LG151026
           IF RESP-AN NOT = "S" AND RESP-AN NOT = "s"                   LG151026
               DISPLAY "ANUFAC - ANULACION CANCELADA" UPON CONSOLE      LG151026
               CLOSE ARCH-HIS                                           LG151026
               GO TO EXIT-ANUDOC-AN                                     LG151026
           END-IF                                                       LG151026

      *  EL HISTORICO SE REESCRIBE CON EL MISMO LARGO LEIDO.
           SET DOC-ANULADO      TO TRUE                                 LG151026
           MOVE FECHA-HOY-AN    TO FECHA-ANU-FA                         LG151026
           ACCEPT HORA-ANU-FA   FROM TIME                               LG151026
           MOVE USUARIO-AN      TO USUARIO-ANU-FA                       LG151026
           MOVE MOTIVO-ING-AN   TO MOTIVO-ANU-FA                        LG151026
           MOVE REG-FACTURAS    TO HIS-DATOS                            LG151026
           REWRITE REG-HIS                                              LG151026
           IF ST-HIS NOT = "00"                                         LG151026
               DISPLAY "ANUFAC - NO SE PUDO GRABAR FACTURAS.HIS ST "    LG151026
                       ST-HIS " - NO SE ANULA" UPON CONSOLE             LG151026
               CLOSE ARCH-HIS                                           LG151026
               GO TO EXIT-ANUDOC-AN                                     LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-HIS                                               LG151026

           PERFORM GRABA-LOG-AN     THRU EXIT-LOG-AN                    LG151026
           PERFORM ANULA-CUOTAS-AN  THRU EXIT-ANUCUO-AN                 LG151026
           PERFORM ANULA-CFE-AN     THRU EXIT-ANUCFE-AN                 LG151026
           MOVE 0 TO CANT-ENV-AN                                        LG151026
           MOVE "F" TO ORIGEN-ENV-AN                                    LG151026
           PERFORM BORRA-ENVIO-AN   THRU EXIT-BORENV-AN                 LG151026
           MOVE "C" TO ORIGEN-ENV-AN                                    LG151026
           PERFORM BORRA-ENVIO-AN   THRU EXIT-BORENV-AN                 LG151026
           ADD 1 TO CANT-ANU-AN                                         LG151026
           DISPLAY "ANUFAC - DOCUMENTO " HIS-SERIE "-" HIS-NUMFAC       LG151026
                   " ANULADO - CUOTAS " CANT-CUO-AN " CFE " CANT-EST-AN LG151026
                   " ENVIOS QUITADOS " CANT-ENV-AN UPON CONSOLE.        LG151026
       EXIT-ANUDOC-AN.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   VALIDA-ANULA-AN - EL DOCUMENTO LEIDO (REG-HIS) SE PUEDE      *
      *   ANULAR SI NO ESTA YA ANULADO, SE IMPRIMIO HOY, SU PERIODO    *
      *   NO ESTA CERRADO Y NO TIENE PAGOS APLICADOS.  DEJA            *
      *   DOC-OK-AN = 1 SI PASA TODOS LOS CONTROLES.                   *
      ******************************************************************
       VALIDA-ANULA-AN.                                                 LG151026
           MOVE 0 TO DOC-OK-AN                                          LG151026
           IF DOC-ANULADO                                               LG151026
               DISPLAY "ANUFAC - EL DOCUMENTO YA FUE ANULADO EL "       LG151026
                       FECHA-ANU-FA " POR " USUARIO-ANU-FA UPON CONSOLE LG151026
               GO TO EXIT-VALANU-AN                                     LG151026
           END-IF                                                       LG151026
           IF HIS-FECHA-IMP NOT = FECHA-HOY-AN                          LG151026
               DISPLAY "ANUFAC - EL DOCUMENTO SE EMITIO EL "            LG151026
                       HIS-FECHA-IMP " - SOLO SE ANULAN LOS DEL DIA"    LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-VALANU-AN                                     LG151026
           END-IF                                                       LG151026

           MOVE FECHA-FA (1:6) TO PERIODO-AN                            LG151026
           MOVE 0 TO FIN-CIE-AN                                         LG151026
           OPEN INPUT ARCH-CIE                                          LG151026
           IF ST-CIE = "00"                                             LG151026
               PERFORM LEE-CIE-AN THRU EXIT-LEECIE-AN                   LG151026
                       UNTIL FIN-CIE-AN NOT = 0                         LG151026
               CLOSE ARCH-CIE                                           LG151026
           ELSE                                                         LG151026
               IF ST-CIE = "05"                                         LG151026
                   CLOSE ARCH-CIE                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           IF FIN-CIE-AN = 2                                            LG151026
               DISPLAY "ANUFAC - EL PERIODO " PERIODO-AN                LG151026
                       " ESTA CERRADO - NO SE ANULA" UPON CONSOLE       LG151026
               GO TO EXIT-VALANU-AN                                     LG151026
           END-IF                                                       LG151026

           MOVE 0 TO HAY-PAG-AN                                         LG151026
           MOVE 0 TO FIN-PAG-AN                                         LG151026
           OPEN INPUT ARCH-PAG                                          LG151026
           IF ST-PAG = "00"                                             LG151026
               MOVE LOW-VALUES TO PAG-CLAVE                             LG151026
               MOVE RUC-FA     TO PAG-RUC                               LG151026
               MOVE HIS-SERIE  TO PAG-SERIE                             LG151026
               MOVE HIS-NUMFAC TO PAG-NUMFAC                            LG151026
               START ARCH-PAG KEY NOT < PAG-CLAVE                       LG151026
                   INVALID KEY                                          LG151026
                       MOVE 1 TO FIN-PAG-AN                             LG151026
               END-START                                                LG151026
               PERFORM LEE-PAG-AN THRU EXIT-LEEPAG-AN                   LG151026
                       UNTIL FIN-PAG-AN = 1                             LG151026
               CLOSE ARCH-PAG                                           LG151026
           ELSE                                                         LG151026
               IF ST-PAG = "05"                                         LG151026
                   CLOSE ARCH-PAG                                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           IF HAY-PAG-AN = 1                                            LG151026
               DISPLAY "ANUFAC - EL DOCUMENTO TIENE PAGOS APLICADOS - " LG151026
                       "NO SE ANULA" UPON CONSOLE                       LG151026
               GO TO EXIT-VALANU-AN                                     LG151026
           END-IF                                                       LG151026
           MOVE 1 TO DOC-OK-AN.                                         LG151026
       EXIT-VALANU-AN.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CIE-AN.                                                      LG151026
           READ ARCH-CIE                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CIE-AN                                 LG151026
                   GO TO EXIT-LEECIE-AN                                 LG151026
           END-READ                                                     LG151026
           IF CIE-PERIODO = PERIODO-AN                                  LG151026
               MOVE 2 TO FIN-CIE-AN                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECIE-AN.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PAG-AN.                                                      LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-AN                                 LG151026
                   GO TO EXIT-LEEPAG-AN                                 LG151026
           END-READ                                                     LG151026
           MOVE 1 TO FIN-PAG-AN                                         LG151026
           IF PAG-RUC = RUC-FA AND PAG-SERIE = HIS-SERIE                LG151026
                               AND PAG-NUMFAC = HIS-NUMFAC              LG151026
               MOVE 1 TO HAY-PAG-AN                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEEPAG-AN.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GRABA-LOG-AN - DEJA EN EMIFAC.LOG LA LINEA DE ANULACION      *
      *   (LOG-TIPO-EMI = "A") CON LA FECHA, HORA Y USUARIO.           *
      ******************************************************************
       GRABA-LOG-AN.                                                    LG151026
           OPEN EXTEND ARCH-LOG                                         LG151026
           IF ST-LOG NOT = "00" AND ST-LOG NOT = "05"                   LG151026
               DISPLAY "ANUFAC - NO SE PUDO ABRIR EMIFAC.LOG ST "       LG151026
                       ST-LOG " - FALTA LA LINEA DE ANULACION"          LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-LOG-AN                                        LG151026
           END-IF                                                       LG151026
           MOVE SPACES         TO REG-LOG                               LG151026
           MOVE FECHA-ANU-FA   TO LOG-FECHA-IMP                         LG151026
           MOVE HORA-ANU-FA    TO LOG-HORA-IMP                          LG151026
           MOVE RUC-FA         TO LOG-RUC                               LG151026
           MOVE HIS-SERIE      TO LOG-SERIE                             LG151026
           MOVE HIS-NUMFAC     TO LOG-NUMFAC                            LG151026
           MOVE FECHA-FA       TO LOG-FECHA-FA                          LG151026
           MOVE 0              TO LOG-COPIAS                            LG151026
           MOVE USUARIO-AN     TO LOG-USUARIO                           LG151026
           MOVE "A"            TO LOG-TIPO-EMI                          LG151026
           MOVE HIS-TIPO-DOC   TO LOG-TIPO-DOC                          LG151026
           WRITE LINEA-LOG                                              LG151026
           IF ST-LOG NOT = "00"                                         LG151026
               DISPLAY "ANUFAC - NO SE PUDO GRABAR EMIFAC.LOG ST "      LG151026
                       ST-LOG " - FALTA LA LINEA DE ANULACION"          LG151026
                       UPON CONSOLE                                     LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-LOG.                                              LG151026
       EXIT-LOG-AN.                                                     LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ANULA-CUOTAS-AN - LEE POR CLAVE LAS CUOTAS DEL DOCUMENTO     *
      *   EN CTACTE.DAT (RUC + SERIE + NUMERO) Y LAS REGRABA CON       *
      *   IMPORTE CERO Y MARCADAS COMO ANULADAS.                       *
      ******************************************************************
       ANULA-CUOTAS-AN.                                                 LG151026
           MOVE 0 TO CANT-CUO-AN                                        LG151026
           OPEN I-O ARCH-CTA                                            LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               IF ST-CTA = "05"                                         LG151026
                   CLOSE ARCH-CTA                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-ANUCUO-AN                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CTA-AN                                         LG151026
           MOVE LOW-VALUES TO CTA-CLAVE                                 LG151026
           MOVE RUC-FA     TO CTA-RUC                                   LG151026
           MOVE HIS-SERIE  TO CTA-SERIE                                 LG151026
           MOVE HIS-NUMFAC TO CTA-NUMFAC                                LG151026
           START ARCH-CTA KEY NOT < CTA-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-CTA-AN                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-CTA-AN THRU EXIT-LEECTA-AN                       LG151026
           PERFORM MARCA-CTA-AN THRU EXIT-MARCTA-AN                     LG151026
                   UNTIL FIN-CTA-AN = 1                                 LG151026
           CLOSE ARCH-CTA.                                              LG151026
       EXIT-ANUCUO-AN.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTA-AN.                                                      LG151026
           IF FIN-CTA-AN = 1                                            LG151026
               GO TO EXIT-LEECTA-AN                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTA-AN                                 LG151026
                   GO TO EXIT-LEECTA-AN                                 LG151026
           END-READ                                                     LG151026
           IF CTA-RUC NOT = RUC-FA OR CTA-SERIE NOT = HIS-SERIE         LG151026
                                   OR CTA-NUMFAC NOT = HIS-NUMFAC       LG151026
               MOVE 1 TO FIN-CTA-AN                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECTA-AN.                                                  LG151026
           EXIT.                                                        LG151026

       MARCA-CTA-AN.                                                    LG151026
           MOVE 0 TO CTA-IMPORTE                                        LG151026
           SET CTA-ANULADA TO TRUE                                      LG151026
           REWRITE REG-CTA                                              LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               DISPLAY "ANUFAC - ERROR AL REGRABAR CTACTE.DAT ST "      LG151026
                       ST-CTA " - CUOTA " CTA-CUOTA " SIN ANULAR"       LG151026
                       UPON CONSOLE                                     LG151026
           ELSE                                                         LG151026
               ADD 1 TO CANT-CUO-AN                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-CTA-AN THRU EXIT-LEECTA-AN.                      LG151026
       EXIT-MARCTA-AN.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ANULA-CFE-AN - PASA A ESTADO ANULADO EL CFE DEL DOCUMENTO.   *
      *   EL TIPO DE CFE NO QUEDA EN EL HISTORICO: SE RECORREN LOS     *
      *   CFE DEL RUC BUSCANDO LA SERIE Y EL NUMERO.                   *
      ******************************************************************
       ANULA-CFE-AN.                                                    LG151026
           MOVE 0 TO CANT-EST-AN                                        LG151026
           OPEN I-O ARCH-EST                                            LG151026
           IF ST-EST NOT = "00"                                         LG151026
               IF ST-EST = "05"                                         LG151026
                   CLOSE ARCH-EST                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-ANUCFE-AN                                     LG151026
           END-IF                                                       LG151026
           MOVE LOW-VALUES TO EST-CLAVE                                 LG151026
           MOVE RUC-FA     TO EST-RUC                                   LG151026
           MOVE 0 TO FIN-EST-AN                                         LG151026
           START ARCH-EST KEY NOT < EST-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-EST-AN                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-EST-AN THRU EXIT-LEEEST-AN                       LG151026
           PERFORM MARCA-EST-AN THRU EXIT-MAREST-AN                     LG151026
                   UNTIL FIN-EST-AN = 1                                 LG151026
           CLOSE ARCH-EST.                                              LG151026
       EXIT-ANUCFE-AN.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-EST-AN.                                                      LG151026
           IF FIN-EST-AN = 1                                            LG151026
               GO TO EXIT-LEEEST-AN                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-EST NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-EST-AN                                 LG151026
                   GO TO EXIT-LEEEST-AN                                 LG151026
           END-READ                                                     LG151026
           IF EST-RUC NOT = RUC-FA                                      LG151026
               MOVE 1 TO FIN-EST-AN                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEEEST-AN.                                                  LG151026
           EXIT.                                                        LG151026

       MARCA-EST-AN.                                                    LG151026
           IF EST-SERIE = HIS-SERIE AND EST-NUMFAC = NUMFAC-FA          LG151026
               SET EST-ANULADO   TO TRUE                                LG151026
               MOVE FECHA-HOY-AN TO EST-FECHA-RSP                       LG151026
               MOVE "ANUL"       TO EST-MOTIVO                          LG151026
               REWRITE REG-EST                                          LG151026
               IF ST-EST = "00"                                         LG151026
                   ADD 1 TO CANT-EST-AN                                 LG151026
               ELSE                                                     LG151026
                   DISPLAY "ANUFAC - NO SE PUDO GRABAR CFESTADO.DAT ST "LG151026
                           ST-EST UPON CONSOLE                          LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           PERFORM LEE-EST-AN THRU EXIT-LEEEST-AN.                      LG151026
       EXIT-MAREST-AN.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BORRA-ENVIO-AN - QUITA DE LA COLA DE ENVIOS EL DOCUMENTO     *
      *   DEL ORIGEN PEDIDO (F-EMISION / C-CFE) SI TODAVIA NO SE       *
      *   MANDO.  SI YA SE ENVIO AL CLIENTE SOLO SE AVISA.             *
      ******************************************************************
       BORRA-ENVIO-AN.                                                  LG151026
           OPEN I-O ARCH-ENV                                            LG151026
           IF ST-ENV NOT = "00"                                         LG151026
               IF ST-ENV = "05"                                         LG151026
                   CLOSE ARCH-ENV                                       LG151026
               END-IF                                                   LG151026
               GO TO EXIT-BORENV-AN                                     LG151026
           END-IF                                                       LG151026
           MOVE HIS-SERIE     TO ENV-SERIE                              LG151026
           MOVE HIS-NUMFAC    TO ENV-NUMFAC                             LG151026
           MOVE ORIGEN-ENV-AN TO ENV-ORIGEN                             LG151026
           READ ARCH-ENV                                                LG151026
               INVALID KEY                                              LG151026
                   CLOSE ARCH-ENV                                       LG151026
                   GO TO EXIT-BORENV-AN                                 LG151026
           END-READ                                                     LG151026
           IF ENV-ENVIADO                                               LG151026
               DISPLAY "ANUFAC - ATENCION: EL ARCHIVO " ENV-ARCHIVO     LG151026
                       " YA SE ENVIO AL CLIENTE EL " ENV-FECHA-ENV      LG151026
                       UPON CONSOLE                                     LG151026
           ELSE                                                         LG151026
               DELETE ARCH-ENV                                          LG151026
               IF ST-ENV = "00"                                         LG151026
                   ADD 1 TO CANT-ENV-AN                                 LG151026
               ELSE                                                     LG151026
                   DISPLAY "ANUFAC - NO SE PUDO QUITAR EL ENVIO ST "    LG151026
                           ST-ENV UPON CONSOLE                          LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-ENV.                                              LG151026
       EXIT-BORENV-AN.                                                  LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
