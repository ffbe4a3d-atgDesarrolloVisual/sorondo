      *  EXPLICACION POR EXCEPCION (AUDEXPL.DAT); LAS EXCEPCIONES YA  *
      *  EXPLICADAS SALEN COMO JUSTIFICADAS EN LAS CORRIDAS           *
      *  SIGUIENTES.  LOS NUMEROS ANTERIORES AL PRIMERO PRESENTE EN   *
      *  EL LOG DE CADA SERIE NO SE AUDITAN.  LOS DOCUMENTOS          *
      *  ANULADOS EN EL DIA (LINEA "A" DEL LOG, ANUFAC) SALEN COMO    *
      *  JUSTIFICADOS Y NO COMO HUECOS NI COMO PAPEL SIN CFE.         *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG220826
               03  WRK-NUMFAC  PIC 9(008).                              LG220826
           02  WRK-CANT-LOG    PIC 9(003).                              LG220826
           02  WRK-CANT-CFE    PIC 9(003).                              LG220826
           02  WRK-CANT-ANU    PIC 9(003).                              LG151026
           02  WRK-USU-ANU     PIC X(010).                              LG151026

       FD ARCH-EXP                                                      LG220826
           LABEL RECORDS ARE STANDARD.                                  LG220826
       WORKING-STORAGE SECTION.                                         LG220826
       COPY "FECHA.VAR".                                                LG220826
       COPY "ST-ACE.VAR".                                               LG220826
       COPY "VALUSU.REG".                                               LG151026
       COPY "IMPRES.REG".                                               LG220826

       01  ST-WRK              PIC X(002)  VALUE "00".                  LG220826
       COMIENZO SECTION.                                                LG220826
       PROCESO.                                                         LG220826
           DISPLAY "AUDNUM - AUDITORIA DE NUMERACION" UPON CONSOLE      LG220826
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "AUDNUM"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "REGISTRAR EXPLICACIONES EN PANTALLA (S/N):"         LG220826
                   UPON CONSOLE                                         LG220826
           ACCEPT INTER-AU FROM CONSOLE                                 LG220826

      ******************************************************************
      *   CARGA-LOG-AU - SUMA CADA EMISION ORIGINAL DEL LOG EN EL     *
      *   ARCHIVO DE TRABAJO (CLAVE SERIE + NUMERO).  LAS LINEAS DE   *
      *   ANULACION SE CUENTAN APARTE, CON EL USUARIO QUE ANULO.      *
      ******************************************************************
       CARGA-LOG-AU.                                                    LG220826
           IF LOG-TIPO-EMI = "R"                                        LG220826
               INVALID KEY                                              LG220826
                   MOVE LOG-SERIE  TO WRK-SERIE                         LG220826
                   MOVE LOG-NUMFAC TO WRK-NUMFAC                        LG220826
                   MOVE 0 TO WRK-CANT-LOG                               LG151026
                   MOVE 0 TO WRK-CANT-CFE                               LG220826
                   MOVE 0 TO WRK-CANT-ANU                               LG151026
                   MOVE SPACES TO WRK-USU-ANU                           LG151026
                   PERFORM SUMA-LOG-AU THRU EXIT-SUMLOG-AU              LG151026
                   WRITE REG-WRK                                        LG220826
                   GO TO SIGUE-CARLOG-AU                                LG220826
           END-READ                                                     LG220826
           PERFORM SUMA-LOG-AU THRU EXIT-SUMLOG-AU                      LG151026
           REWRITE REG-WRK.                                             LG220826
       SIGUE-CARLOG-AU.                                                 LG220826
           PERFORM LEE-LOG-AU THRU EXIT-LEELOG-AU.                      LG220826
       EXIT-CARLOG-AU.                                                  LG220826
           EXIT.                                                        LG220826

       SUMA-LOG-AU.                                                     LG151026
           IF LOG-TIPO-EMI = "A"                                        LG151026
               ADD 1 TO WRK-CANT-ANU                                    LG151026
               MOVE LOG-USUARIO TO WRK-USU-ANU                          LG151026
           ELSE                                                         LG151026
               ADD 1 TO WRK-CANT-LOG                                    LG151026
           END-IF.                                                      LG151026
       EXIT-SUMLOG-AU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-EST-AU - SUMA CADA CFE GENERADO (CFESTADO.DAT) EN EL  *
      *   ARCHIVO DE TRABAJO.  LA SERIE DEL CFE SE CORRESPONDE CON    *
                   MOVE EST-NUMFAC TO WRK-NUMFAC                        LG220826
                   MOVE 0 TO WRK-CANT-LOG                               LG220826
                   MOVE 1 TO WRK-CANT-CFE                               LG220826
                   MOVE 0 TO WRK-CANT-ANU                               LG151026
                   MOVE SPACES TO WRK-USU-ANU                           LG151026
                   WRITE REG-WRK                                        LG220826
                   GO TO SIGUE-SUMEST-AU                                LG220826
           END-READ                                                     LG220826
               END-IF                                                   LG220826
               MOVE WRK-NUMFAC TO PREV-NUM-AU                           LG220826
           END-IF                                                       LG220826
      *  DOCUMENTO ANULADO: EL NUMERO ESTA JUSTIFICADO Y NO SE
      *  CONTROLA CONTRA EL CFE (QUEDA EN ESTADO ANULADO).
           IF WRK-CANT-ANU > 0                                          LG151026
               ADD 1 TO CANT-JUST-AU                                    LG151026
               MOVE SPACES        TO LIN-EXC-AU                         LG151026
               MOVE WRK-SERIE     TO DET-SERIE-AU                       LG151026
               MOVE WRK-NUMFAC    TO DET-DESDE-AU                       LG151026
               MOVE WRK-NUMFAC    TO DET-HASTA-AU                       LG151026
               MOVE "DOCUMENTO ANULADO" TO DET-OBS-AU                   LG151026
               STRING "JUSTIFICADA: ANULADO POR " WRK-USU-ANU           LG151026
                      DELIMITED BY SIZE INTO DET-JUST-AU                LG151026
               END-STRING                                               LG151026
               PERFORM IMPRIME-EXC-AU THRU EXIT-IMPEXC-AU               LG151026
               GO TO SIGUE-EVAWRK-AU                                    LG151026
           END-IF                                                       LG151026
           IF WRK-CANT-LOG > 1                                          LG220826
               ADD 1 TO CANT-DUP-AU                                     LG220826
               MOVE WRK-SERIE  TO EXC-SERIE-AU                          LG220826
           EXIT.                                                        LG220826

       COPY "FECHA.RUT".                                                LG220826
       COPY "USUARIO.RUT".                                              LG151026
