           02  CLI-DIR         PIC X(040).                              LG020926
           02  FILLER          PIC X(001).                              LG020926
           02  CLI-EMAIL       PIC X(050).                              LG020926
      *  LIMITE DE CREDITO EN UYU SIN DECIMALES (BLANCO = SIN LIMITE)
           02  CLI-LIMITE      PIC 9(008).                              LG151026

       FD ARCH-REE                                                      LG020926
           LABEL RECORDS ARE OMITTED.                                   LG020926
       WORKING-STORAGE SECTION.                                         LG020926
       COPY "FECHA.VAR".                                                LG020926
       COPY "ST-ACE.VAR".                                               LG020926
       COPY "VALUSU.REG".                                               LG151026

      *  AREAS DE ENLACE PARA LLAMAR A EMIFAC (FUNCION 3).
       COPY "PARAMFAC.REG".                                             LG020926
       01  CANT-REG-RG         PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-NOENC-RG       PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-FALL-RG        PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-ANU-RG         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-RG        PIC S9(005) COMP VALUE 0.                LG020926
       01  PAGINA-RG           PIC S9(005) COMP VALUE 0.                LG020926

           02  TOT-NOENC-RG    PIC ZZZZ9.                               LG020926
           02  FILLER          PIC X(012) VALUE "  FALLADOS  ".         LG020926
           02  TOT-FALL-RG     PIC ZZZZ9.                               LG020926
           02  FILLER          PIC X(012) VALUE "  ANULADOS  ".         LG151026
           02  TOT-ANU-RG      PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG020926

       COMIENZO SECTION.                                                LG020926
       PROCESO.                                                         LG020926
           DISPLAY "REGCFE - REGENERACION DE CFE" UPON CONSOLE          LG020926
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "REGCFE"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-RG FROM DATE YYYYMMDD                       LG020926

           OPEN INPUT ARCH-REE                                          LG020926
           MOVE CANT-REG-RG   TO TOT-REG-RG                             LG020926
           MOVE CANT-NOENC-RG TO TOT-NOENC-RG                           LG020926
           MOVE CANT-FALL-RG  TO TOT-FALL-RG                            LG020926
           MOVE CANT-ANU-RG   TO TOT-ANU-RG                             LG151026
           WRITE LINEA-LIS FROM LIN-TOT-RG AFTER ADVANCING 1 LINE       LG020926

           CLOSE ARCH-REE                                               LG020926
           MOVE SPACES TO REG-PARAMFAC                                  LG020926
           MOVE 0      TO TOLCOT-PARAMFAC                               LG020926
           MOVE 0      TO TOPE-CF-PARAMFAC                              LG020926
           MOVE 0      TO PIVA-BAS-PARAMFAC                             LG151026
           MOVE 0      TO PIVA-MIN-PARAMFAC                             LG151026
           MOVE 0      TO TOLPRE-PARAMFAC                               LG151026
           MOVE 0      TO DIAS-MORA-PARAMFAC                            LG151026
           MOVE SPACES TO COD-MONEDA                                    LG020926
           MOVE SPACES TO NOMBRE-MONEDA                                 LG020926
           MOVE 0      TO FECHA-COT-MONEDA                              LG020926
           MOVE 0      TO TC-MONEDA                                     LG020926
           MOVE SPACES TO REG-PDOCCPY                                   LG020926
           MOVE SPACES TO REG-CLIENTES                                  LG020926
           MOVE 0      TO LIMITE-CLIENTE                                LG151026
           MOVE SPACES TO COD-FORMAPAG                                  LG020926
           MOVE SPACES TO DESC-FORMAPAG                                 LG020926
           MOVE SPACES TO IND-CRED-FORMAPAG                             LG020926

      *  RECONSTRUCCION DEL DOCUMENTO, COMO LA REIMPRESION DE EMIFAC
           MOVE HIS-DATOS       TO REG-FACTURAS                         LG020926
      *  UN DOCUMENTO ANULADO (ANUFAC) NO SE REGENERA: SU CFE QUEDA
      *  EN ESTADO ANULADO Y NO SE VUELVE A ENVIAR.
           IF DOC-ANULADO                                               LG151026
               ADD 1 TO CANT-ANU-RG                                     LG151026
               MOVE "DOCUMENTO ANULADO - NO SE REGENERA" TO DET-RES-RG  LG151026
               PERFORM IMPRIME-REE-RG THRU EXIT-IMPREE-RG               LG151026
               GO TO SIGUE-PROREE-RG                                    LG151026
           END-IF                                                       LG151026
           MOVE HIS-TIPO-DOC    TO TIPO-DOC-PDC                         LG020926
           IF HIS-DESC-DOC NOT = SPACES                                 LG020926
               MOVE HIS-DESC-DOC TO DESC-DOC-PDC                        LG020926
      ******************************************************************
       BUSCA-CLI-RG.                                                    LG020926
           MOVE SPACES TO REG-CLIENTES                                  LG020926
           MOVE 0      TO LIMITE-CLIENTE                                LG151026
           MOVE 0      TO FIN-CLI-RG                                    LG020926
           IF RUC-FA = SPACES                                           LG020926
               GO TO EXIT-BUSCLI-RG                                     LG020926
               MOVE CLI-RSOC  TO RSOC-CLIENTE                           LG020926
               MOVE CLI-DIR   TO DIR-CLIENTE                            LG020926
               MOVE CLI-EMAIL TO EMAIL-CLIENTE                          LG020926
               IF CLI-LIMITE NUMERIC                                    LG151026
                   MOVE CLI-LIMITE TO LIMITE-CLIENTE                    LG151026
               END-IF                                                   LG151026
               MOVE 1 TO FIN-CLI-RG                                     LG020926
           END-IF.                                                      LG020926
       EXIT-LEECLI-RG.                                                  LG020926
           EXIT.                                                        LG020926

       COPY "FECHA.RUT".                                                LG020926
       COPY "USUARIO.RUT".                                              LG151026
