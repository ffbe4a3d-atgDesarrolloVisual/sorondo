       WORKING-STORAGE SECTION.                                         LG020926
       COPY "FECHA.VAR".                                                LG020926
       COPY "ST-ACE.VAR".                                               LG020926
       COPY "VALUSU.REG".                                               LG151026
       COPY "IMPRES.REG".                                               LG020926

       01  ST-LIS              PIC X(002)  VALUE "00".                  LG020926
       PROCESO.                                                         LG020926
           DISPLAY "ENVDOC - DESPACHO DE DOCUMENTOS POR CORREO"         LG020926
                   UPON CONSOLE                                         LG020926
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "ENVDOC"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "MAXIMO DE INTENTOS POR ENTREGA (VACIO=5):"          LG020926
                   UPON CONSOLE                                         LG020926
           ACCEPT MAXI-ING-EV FROM CONSOLE                              LG020926
           EXIT.                                                        LG020926

       COPY "FECHA.RUT".                                                LG020926
       COPY "USUARIO.RUT".                                              LG151026
