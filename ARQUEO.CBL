      *  Y MONEDA: LOS TOTALES CONTADO DEBEN COINCIDIR CON EL CAJON,  *
      *  LOS CREDITO SON LO QUE PASO A CUENTAS A COBRAR Y LAS NOTAS   *
      *  DE CREDITO RESTAN CON SU SIGNO.  LAS REIMPRESIONES           *
      *  (LOG-TIPO-EMI = "R") NO SE CUENTAN, IGUAL QUE EN LIBVTA, NI  *
      *  LOS DOCUMENTOS ANULADOS EN EL DIA (ANUFAC).                  *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG020926
       WORKING-STORAGE SECTION.                                         LG020926
       COPY "FECHA.VAR".                                                LG020926
       COPY "ST-ACE.VAR".                                               LG020926
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG020926
       COPY "IMPRES.REG".                                               LG020926

       01  SIGNO-AQ            PIC S9      VALUE +1.                    LG020926
       01  CANT-DOC-AQ         PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-SINHIS-AQ      PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-ANU-AQ         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-AQ        PIC S9(005) COMP VALUE 0.                LG020926
       01  PAGINA-AQ           PIC S9(005) COMP VALUE 0.                LG020926
       01  IMP-WRK-AQ          PIC S9(011)V99     COMP-3.               LG020926
           02  TOT-DOC-AQ      PIC ZZZZ9.                               LG020926
           02  FILLER          PIC X(017) VALUE "  SIN HISTORICO  ".    LG020926
           02  TOT-SINHIS-AQ   PIC ZZZZ9.                               LG020926
           02  FILLER          PIC X(012) VALUE "  ANULADOS  ".         LG151026
           02  TOT-ANU-AQ      PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG020926

       COMIENZO SECTION.                                                LG020926
       PROCESO.                                                         LG020926
           DISPLAY "ARQUEO - ARQUEO DE CAJA" UPON CONSOLE               LG020926
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "ARQUEO"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "FECHA A PROCESAR (AAAAMMDD, VACIO=HOY):"            LG020926
                   UPON CONSOLE                                         LG020926
           ACCEPT FECHA-ING-AQ FROM CONSOLE                             LG020926
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG020926
           MOVE CANT-DOC-AQ    TO TOT-DOC-AQ                            LG020926
           MOVE CANT-SINHIS-AQ TO TOT-SINHIS-AQ                         LG020926
           MOVE CANT-ANU-AQ    TO TOT-ANU-AQ                            LG151026
           WRITE LINEA-LIS FROM LIN-TOT-AQ AFTER ADVANCING 1 LINE       LG020926

           CLOSE ARCH-LOG                                               LG020926
           IF LOG-FECHA-FA NOT = FECHA-PROC-AQ                          LG020926
               GO TO SIGUE-PROLOG-AQ                                    LG020926
           END-IF                                                       LG020926
           IF LOG-TIPO-EMI = "R" OR LOG-TIPO-EMI = "A"                  LG151026
               GO TO SIGUE-PROLOG-AQ                                    LG020926
           END-IF                                                       LG020926
           MOVE LOG-SERIE  TO HIS-SERIE                                 LG020926
                   GO TO SIGUE-PROLOG-AQ                                LG020926
           END-READ                                                     LG020926
           MOVE HIS-DATOS TO REG-FACTURAS                               LG020926
           IF DOC-ANULADO                                               LG151026
               ADD 1 TO CANT-ANU-AQ                                     LG151026
               GO TO SIGUE-PROLOG-AQ                                    LG151026
           END-IF                                                       LG151026
           IF HIS-TIPO-DOC = "NC"                                       LG020926
               MOVE -1 TO SIGNO-AQ                                      LG020926
           ELSE                                                         LG020926
           EXIT.                                                        LG020926

       COPY "FECHA.RUT".                                                LG020926
       COPY "USUARIO.RUT".                                              LG151026
