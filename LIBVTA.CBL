      *  LIBRO DE VENTAS: UNA LINEA POR DOCUMENTO CON LOS NETOS E     *
      *  IVAS DE CADA TASA, TOTALES POR MONEDA Y POR SERIE Y EL       *
      *  EQUIVALENTE EN MONEDA NACIONAL SEGUN LA COTIZACION USADA     *
      *  AL EMITIR.  LAS REIMPRESIONES NO SE CUENTAN Y LOS DOCUMENTOS *
      *  ANULADOS (ANUFAC) SOLO SE CUENTAN APARTE EN EL CIERRE.       *
      *  PIDIENDO UN PERIODO (AAAAMM) EN LUGAR DE UNA FECHA SE CORRE  *
      *  LA CONSOLIDACION MENSUAL: SIN DETALLE POR DOCUMENTO, CON     *
      *  TOTALES POR DIA, POR MONEDA, POR SERIE Y POR TIPO DE         *
       WORKING-STORAGE SECTION.                                         LG220826
       COPY "FECHA.VAR".                                                LG220826
       COPY "ST-ACE.VAR".                                               LG220826
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG220826
       COPY "IMPRES.REG".                                               LG220826

       01  SIN-HIS-LV          PIC 9       VALUE 0.                     LG220826
       01  SIGNO-LV            PIC S9      VALUE +1.                    LG220826
       01  CANT-DOC-LV         PIC S9(005) COMP VALUE 0.                LG220826
       01  CANT-ANU-LV         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-LV        PIC S9(005) COMP VALUE 0.                LG220826
       01  PAGINA-LV           PIC S9(005) COMP VALUE 0.                LG220826
       01  I-LV                PIC S9(005) COMP.                        LG220826

       01  TOT-DIA-UYU-LV      PIC S9(013)V99     COMP-3 VALUE 0.       LG220826

       01  LIN-ANU-LV.                                                  LG151026
           02  FILLER          PIC X(012) VALUE "ANULADOS    ".         LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(006) VALUE " DOCS ".               LG151026
           02  TANU-CANT-LV    PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(035)                               LG151026
               VALUE " (NO INCLUIDOS EN LOS TOTALES)".                  LG151026

      *  LINEAS PROPIAS DE LA CONSOLIDACION MENSUAL
       01  LIN-TIT1M-LV.                                                LG020926
           02  FILLER          PIC X(040) VALUE SPACES.                 LG020926
       COMIENZO SECTION.                                                LG220826
       PROCESO.                                                         LG220826
           DISPLAY "LIBVTA - LIBRO DE VENTAS IVA" UPON CONSOLE          LG220826
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "LIBVTA"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "FECHA (AAAAMMDD) O PERIODO (AAAAMM, CIERRE "        LG020926
                   "MENSUAL), VACIO=HOY:" UPON CONSOLE                  LG020926
           ACCEPT FECHA-ING-LV FROM CONSOLE                             LG220826
                   GO TO SIGUE-PROLOG-LV                                LG020926
               END-IF                                                   LG020926
           END-IF                                                       LG020926
           IF LOG-TIPO-EMI = "R" OR LOG-TIPO-EMI = "A"                  LG151026
               GO TO SIGUE-PROLOG-LV                                    LG220826
           END-IF                                                       LG220826
           IF SIN-HIS-LV = 1                                            LG220826
                   GO TO SIGUE-PROLOG-LV                                LG220826
           END-READ                                                     LG220826
           MOVE HIS-DATOS TO REG-FACTURAS                               LG220826
           IF DOC-ANULADO                                               LG151026
               ADD 1 TO CANT-ANU-LV                                     LG151026
               GO TO SIGUE-PROLOG-LV                                    LG151026
           END-IF                                                       LG151026

           IF HIS-TIPO-DOC = "NC"                                       LG220826
               MOVE -1 TO SIGNO-LV                                      LG220826
      *   CONSOLIDADO.  UN PERIODO CERRADO QUEDA REGISTRADO EN        *
      *   CIERRES.DAT Y EMIFAC RECHAZA TODA EMISION FECHADA DENTRO    *
      *   DE EL.  UN PERIODO YA CERRADO NO SE VUELVE A GRABAR.        *
      *   CERRAR EXIGE EL PERMISO DE CIERRE DE PERIODO (VALUSU)       *
      *   Y EL CIERRE QUEDA A NOMBRE DEL USUARIO INGRESADO.           *
      ******************************************************************
       CIERRA-PERIODO-LV.                                               LG020926
           DISPLAY "LIBVTA - CERRAR EL PERIODO " PERIODO-LV             LG020926
           IF RESP-LV NOT = "S" AND RESP-LV NOT = "s"                   LG020926
               GO TO EXIT-CIEPER-LV                                     LG020926
           END-IF                                                       LG020926
           SET PER-CIERRE-VU TO TRUE                                    LG151026
           MOVE SPACES TO DETALLE-VU                                    LG151026
           STRING "CIERRE DEL PERIODO " PERIODO-LV                      LG151026
                  DELIMITED BY SIZE INTO DETALLE-VU                     LG151026
           END-STRING                                                   LG151026
           PERFORM CONTROLA-PERMISO THRU EXIT-CONPER                    LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO EXIT-CIEPER-LV                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO FIN-CIE-LV                                         LG020926
           OPEN INPUT ARCH-CIE                                          LG020926
           IF ST-CIE = "00"                                             LG020926
           MOVE SPACES       TO LINEA-CIE                               LG020926
           MOVE PERIODO-LV   TO CIE-PERIODO                             LG020926
           MOVE FECHA-HOY-LV TO CIE-FECHA                               LG020926
           MOVE USUARIO-VU   TO CIE-USUARIO                             LG151026
           WRITE LINEA-CIE                                              LG020926
           CLOSE ARCH-CIE                                               LG020926
           DISPLAY "LIBVTA - PERIODO " PERIODO-LV " CERRADO"            LG020926
           END-IF                                                       LG020926
           MOVE CANT-DOC-LV    TO TDIA-CANT-LV                          LG220826
           MOVE TOT-DIA-UYU-LV TO TDIA-UYU-LV                           LG220826
           WRITE LINEA-LIS FROM LIN-DIA-LV AFTER ADVANCING 1 LINE       LG151026
           IF CANT-ANU-LV NOT = 0                                       LG151026
               MOVE CANT-ANU-LV TO TANU-CANT-LV                         LG151026
               WRITE LINEA-LIS FROM LIN-ANU-LV AFTER ADVANCING 1 LINE   LG151026
           END-IF.                                                      LG151026
       EXIT-TOT-LV.                                                     LG220826
           EXIT.                                                        LG220826

       COPY "FECHA.RUT".                                                LG220826
       COPY "USUARIO.RUT".                                              LG151026

