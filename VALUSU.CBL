       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. VALUSU.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  VALUSU - CONTROL DE USUARIO Y PERMISOS.  LO LLAMAN EMIFAC Y  *
      *  LOS PROGRAMAS DE PROCESO Y MANTENIMIENTO (USUARIO.RUT) CON EL*
      *  AREA VALUSU.REG: CONTROLA EN USUARIOS.DAT QUE EL USUARIO     *
      *  EXISTA, LA CLAVE (SI PIDE-CLAVE-VU = 1), QUE ESTE ACTIVO, QUE*
      *  ESTE HABILITADO EN EL LOCAL Y QUE TENGA EL PERMISO DE LA     *
      *  FUNCION PEDIDA.  DEVUELVE RESULTADO-VU Y UN MENSAJE PARA EL  *
      *  OPERADOR; TODO INTENTO DENEGADO QUEDA EN SEGURIDAD.LOG.      *
      *  MIENTRAS NO EXISTA USUARIOS.DAT, O NO TENGA NINGUN USUARIO,  *
      *  NO HAY CONTROL (SE AUTORIZA), IGUAL QUE CON LOS DEMAS        *
      *  MAESTROS OPCIONALES.                                         *
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
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "PERMISOS.VAR".                                             LG151026

       01  NOMBRE-PER-VU       PIC X(024)  VALUE SPACES.                LG151026

       LINKAGE SECTION.                                                 LG151026
       COPY "VALUSU.REG".                                               LG151026

       PROCEDURE DIVISION USING REG-VALUSU.                             LG151026

       COMIENZO SECTION.                                                LG151026
       CONTROLA-VU.                                                     LG151026
           MOVE 0      TO RESULTADO-VU                                  LG151026
           MOVE SPACES TO MENSAJE-VU                                    LG151026
           OPEN INPUT ARCH-USU                                          LG151026
           IF ST-USU = "05"                                             LG151026
               CLOSE ARCH-USU                                           LG151026
               GO TO FIN-VU                                             LG151026
           END-IF                                                       LG151026
           IF ST-USU NOT = "00"                                         LG151026
               MOVE 9 TO RESULTADO-VU                                   LG151026
               STRING "ERROR AL ABRIR USUARIOS.DAT ST " ST-USU          LG151026
                      DELIMITED BY SIZE INTO MENSAJE-VU                 LG151026
               END-STRING                                               LG151026
               GO TO DENEGADO-VU                                        LG151026
           END-IF                                                       LG151026
           READ ARCH-USU NEXT                                           LG151026
               AT END                                                   LG151026
                   CLOSE ARCH-USU                                       LG151026
                   GO TO FIN-VU                                         LG151026
           END-READ                                                     LG151026
           IF USUARIO-VU = SPACES                                       LG151026
               MOVE 1 TO RESULTADO-VU                                   LG151026
               MOVE "FALTA EL USUARIO" TO MENSAJE-VU                    LG151026
               CLOSE ARCH-USU                                           LG151026
               GO TO DENEGADO-VU                                        LG151026
           END-IF                                                       LG151026
           MOVE USUARIO-VU TO USU-CODIGO                                LG151026
           READ ARCH-USU                                                LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO RESULTADO-VU                               LG151026
                   STRING "USUARIO "   DELIMITED BY SIZE                LG151026
                          USUARIO-VU   DELIMITED BY SPACE               LG151026
                          " INEXISTENTE" DELIMITED BY SIZE              LG151026
                          INTO MENSAJE-VU                               LG151026
                   END-STRING                                           LG151026
                   CLOSE ARCH-USU                                       LG151026
                   GO TO DENEGADO-VU                                    LG151026
           END-READ                                                     LG151026
           CLOSE ARCH-USU                                               LG151026

           IF PIDE-CLAVE-VU = 1 AND CLAVE-VU NOT = USU-CLAVE            LG151026
               MOVE 2 TO RESULTADO-VU                                   LG151026
               MOVE "CLAVE INCORRECTA" TO MENSAJE-VU                    LG151026
               GO TO DENEGADO-VU                                        LG151026
           END-IF                                                       LG151026
           IF NOT USU-ACTIVO                                            LG151026
               MOVE 3 TO RESULTADO-VU                                   LG151026
               STRING "USUARIO "   DELIMITED BY SIZE                    LG151026
                      USUARIO-VU   DELIMITED BY SPACE                   LG151026
                      " INACTIVO"  DELIMITED BY SIZE                    LG151026
                      INTO MENSAJE-VU                                   LG151026
               END-STRING                                               LG151026
               GO TO DENEGADO-VU                                        LG151026
           END-IF                                                       LG151026
           IF LOCAL-VU NOT = SPACES AND USU-LOCAL NOT = SPACES AND      LG151026
              LOCAL-VU NOT = USU-LOCAL                                  LG151026
               MOVE 4 TO RESULTADO-VU                                   LG151026
               STRING "USUARIO NO HABILITADO EN EL LOCAL " LOCAL-VU     LG151026
                      DELIMITED BY SIZE INTO MENSAJE-VU                 LG151026
               END-STRING                                               LG151026
               GO TO DENEGADO-VU                                        LG151026
           END-IF                                                       LG151026
           IF PERMISO-VU = 0                                            LG151026
               GO TO FIN-VU                                             LG151026
           END-IF                                                       LG151026
           IF PERMISO-VU > CANT-PERMISOS                                LG151026
               MOVE 5 TO RESULTADO-VU                                   LG151026
               MOVE "FUNCION NO DEFINIDA" TO MENSAJE-VU                 LG151026
               GO TO DENEGADO-VU                                        LG151026
           END-IF                                                       LG151026
           IF USU-PERMISO (PERMISO-VU) NOT = "S"                        LG151026
               MOVE 5 TO RESULTADO-VU                                   LG151026
               MOVE NOMBRE-PERMISO (PERMISO-VU) TO NOMBRE-PER-VU        LG151026
               STRING "SIN PERMISO DE " NOMBRE-PER-VU                   LG151026
                      DELIMITED BY SIZE INTO MENSAJE-VU                 LG151026
               END-STRING                                               LG151026
               GO TO DENEGADO-VU                                        LG151026
           END-IF                                                       LG151026
           GO TO FIN-VU.                                                LG151026

       DENEGADO-VU.                                                     LG151026
           PERFORM GRABA-SEG-VU THRU EXIT-GRASEG-VU.                    LG151026

       FIN-VU.                                                          LG151026
           EXIT PROGRAM.                                                LG151026

      ******************************************************************
      *   GRABA-SEG-VU - DEJA EN SEGURIDAD.LOG EL INTENTO DENEGADO:   *
      *   FECHA, HORA, TERMINAL, USUARIO, PROGRAMA, FUNCION, DETALLE  *
      *   DEL INTENTO Y MOTIVO DEL RECHAZO.                           *
      ******************************************************************
       GRABA-SEG-VU.                                                    LG151026
           OPEN EXTEND ARCH-SEG                                         LG151026
           IF ST-SEG NOT = "00" AND ST-SEG NOT = "05"                   LG151026
               DISPLAY "VALUSU - NO SE PUDO ABRIR SEGURIDAD.LOG ST "    LG151026
                       ST-SEG UPON CONSOLE                              LG151026
               GO TO EXIT-GRASEG-VU                                     LG151026
           END-IF                                                       LG151026
           MOVE SPACES       TO LINEA-SEG                               LG151026
           ACCEPT SEG-FECHA  FROM DATE YYYYMMDD                         LG151026
           ACCEPT SEG-HORA   FROM TIME                                  LG151026
           MOVE TERMINAL-VU  TO SEG-TERMINAL                            LG151026
           MOVE USUARIO-VU   TO SEG-USUARIO                             LG151026
           MOVE PROGRAMA-VU  TO SEG-PROGRAMA                            LG151026
           SET SEG-DENEGADO  TO TRUE                                    LG151026
           MOVE PERMISO-VU   TO SEG-PERMISO                             LG151026
           MOVE DETALLE-VU   TO SEG-DETALLE                             LG151026
           MOVE MENSAJE-VU   TO SEG-MENSAJE                             LG151026
           WRITE LINEA-SEG                                              LG151026
           IF ST-SEG NOT = "00"                                         LG151026
               DISPLAY "VALUSU - ERROR AL GRABAR SEGURIDAD.LOG ST "     LG151026
                       ST-SEG UPON CONSOLE                              LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-SEG.                                              LG151026
       EXIT-GRASEG-VU.                                                  LG151026
           EXIT.                                                        LG151026
