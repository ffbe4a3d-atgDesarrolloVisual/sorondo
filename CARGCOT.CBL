       WORKING-STORAGE SECTION.                                         LG220826
       COPY "FECHA.VAR".                                                LG220826
       COPY "ST-ACE.VAR".                                               LG220826
       COPY "VALUSU.REG".                                               LG151026
       COPY "IMPRES.REG".                                               LG220826

       01  ST-BCU              PIC X(002)  VALUE "00".                  LG020926
       COMIENZO SECTION.                                                LG220826
       PROCESO.                                                         LG220826
           DISPLAY "CARGCOT - CARGA DE COTIZACIONES" UPON CONSOLE       LG220826
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "CARGCOT" TO PROGRAMA-VU                                LG151026
           SET PER-COTIZACION-VU TO TRUE                                LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "1=CARGA MANUAL 2=IMPORTAR ARCHIVO BCU:"             LG020926
                   UPON CONSOLE                                         LG020926
           ACCEPT MODO-ING-CG FROM CONSOLE                              LG020926
           WRITE LINEA-LIS FROM LIN-DET-CG AFTER ADVANCING 1 LINE.      LG020926
       EXIT-IMPBCU-CG.                                                  LG020926
           EXIT.                                                        LG020926

       COPY "USUARIO.RUT".                                              LG151026
