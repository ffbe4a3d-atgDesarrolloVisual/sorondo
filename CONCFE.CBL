       WORKING-STORAGE SECTION.                                         LG220826
       COPY "FECHA.VAR".                                                LG220826
       COPY "ST-ACE.VAR".                                               LG220826
       COPY "VALUSU.REG".                                               LG151026
       COPY "IMPRES.REG".                                               LG220826

       01  ST-RSP              PIC X(002)  VALUE "00".                  LG220826
       COMIENZO SECTION.                                                LG220826
       PROCESO.                                                         LG220826
           DISPLAY "CONCFE - CONCILIACION DE CFE" UPON CONSOLE          LG220826
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "CONCFE"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "DIAS DE TOLERANCIA SIN RESPUESTA (VACIO=5):"        LG220826
                   UPON CONSOLE                                         LG220826
           ACCEPT TOLE-ING-CC FROM CONSOLE                              LG220826
                   PERFORM IMPRIME-EXC-CC THRU EXIT-IMPEXC-CC           LG220826
                   GO TO SIGUE-PRORSP-CC                                LG220826
           END-READ                                                     LG220826
      *  UN CFE ANULADO EN EL DIA (ANUFAC) CONSERVA SU ESTADO.
           IF EST-ANULADO                                               LG151026
               MOVE SPACES     TO LIN-EXC-CC                            LG151026
               MOVE RSP-RUC    TO EXC-RUC-CC                            LG151026
               MOVE RSP-TIPO   TO EXC-TIPO-CC                           LG151026
               MOVE RSP-SERIE  TO EXC-SERIE-CC                          LG151026
               MOVE RSP-NUMFAC TO EXC-NUMFAC-CC                         LG151026
               MOVE RSP-ESTADO TO EXC-ESTADO-CC                         LG151026
               MOVE RSP-MOTIVO TO EXC-MOTIVO-CC                         LG151026
               MOVE "CFE ANULADO - RESPUESTA NO APLICADA"               LG151026
                               TO EXC-OBS-CC                            LG151026
               PERFORM IMPRIME-EXC-CC THRU EXIT-IMPEXC-CC               LG151026
               GO TO SIGUE-PRORSP-CC                                    LG151026
           END-IF                                                       LG151026
           IF RSP-ESTADO = "S" OR RSP-ESTADO = "A" OR RSP-ESTADO = "R"  LG220826
               MOVE RSP-ESTADO TO EST-ESTADO                            LG220826
               MOVE RSP-MOTIVO TO EST-MOTIVO                            LG220826
           EXIT.                                                        LG220826

       COPY "FECHA.RUT".                                                LG220826
       COPY "USUARIO.RUT".                                              LG151026
