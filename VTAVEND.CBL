      *      BASE SIN IVA QUE EL TOTAL DEL VENDEDOR,                  *
      *    - LOS TOTALES POR LOCAL.                                   *
      *  LOS DOCUMENTOS ANTERIORES A LA GRABACION DEL VENDEDOR        *
      *  SALEN AGRUPADOS COMO "S/VD" / "S/".  LAS REIMPRESIONES Y LOS *
      *  DOCUMENTOS ANULADOS EN EL DIA (ANUFAC) NO SE CUENTAN.        *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG020926
       WORKING-STORAGE SECTION.                                         LG020926
       COPY "FECHA.VAR".                                                LG020926
       COPY "ST-ACE.VAR".                                               LG020926
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG020926
       COPY "IMPRES.REG".                                               LG020926

       01  SIGNO-VV            PIC S9      VALUE +1.                    LG020926
       01  CANT-DOC-VV         PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-SINHIS-VV      PIC S9(005) COMP VALUE 0.                LG020926
       01  CANT-ANU-VV         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-VV        PIC S9(005) COMP VALUE 0.                LG020926
       01  PAGINA-VV           PIC S9(005) COMP VALUE 0.                LG020926
       01  I-VV                PIC S9(005) COMP.                        LG020926
           02  TOT-DOC-VV      PIC ZZZZ9.                               LG020926
           02  FILLER          PIC X(017) VALUE "  SIN HISTORICO  ".    LG020926
           02  TOT-SINHIS-VV   PIC ZZZZ9.                               LG020926
           02  FILLER          PIC X(012) VALUE "  ANULADOS  ".         LG151026
           02  TOT-ANU-VV      PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG020926

       COMIENZO SECTION.                                                LG020926
       PROCESO.                                                         LG020926
           DISPLAY "VTAVEND - VENTAS POR VENDEDOR" UPON CONSOLE         LG020926
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "VTAVEND" TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "PERIODO A PROCESAR (AAAAMM):" UPON CONSOLE          LG020926
           ACCEPT PERIODO-ING-VV FROM CONSOLE                           LG020926
           IF PERIODO-ING-VV NOT NUMERIC                                LG020926
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG020926
           MOVE CANT-DOC-VV    TO TOT-DOC-VV                            LG020926
           MOVE CANT-SINHIS-VV TO TOT-SINHIS-VV                         LG020926
           MOVE CANT-ANU-VV    TO TOT-ANU-VV                            LG151026
           WRITE LINEA-LIS FROM LIN-TOT-VV AFTER ADVANCING 1 LINE       LG020926

           CLOSE ARCH-LOG                                               LG020926
           IF PERIODO-DOC-VV NOT = PERIODO-VV                           LG020926
               GO TO SIGUE-PROLOG-VV                                    LG020926
           END-IF                                                       LG020926
           IF LOG-TIPO-EMI = "R" OR LOG-TIPO-EMI = "A"                  LG151026
               GO TO SIGUE-PROLOG-VV                                    LG020926
           END-IF                                                       LG020926
           MOVE LOG-SERIE  TO HIS-SERIE                                 LG020926
               MOVE SPACES TO HIS-LOCAL                                 LG020926
           END-IF                                                       LG020926
           MOVE HIS-DATOS TO REG-FACTURAS                               LG020926
           IF DOC-ANULADO                                               LG151026
               ADD 1 TO CANT-ANU-VV                                     LG151026
               GO TO SIGUE-PROLOG-VV                                    LG151026
           END-IF                                                       LG151026
           IF HIS-TIPO-DOC = "NC"                                       LG020926
               MOVE -1 TO SIGNO-VV                                      LG020926
           ELSE                                                         LG020926
           EXIT.                                                        LG020926

       COPY "FECHA.RUT".                                                LG020926
       COPY "USUARIO.RUT".                                              LG151026
