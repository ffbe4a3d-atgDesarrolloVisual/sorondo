      *  PARA ATAR CONTRA EL LIBRO DE VENTAS DEL EJERCICIO.           *
      *  SI EL EJERCICIO NO TIENE LOS 12 MESES CERRADOS EN            *
      *  CIERRES.DAT SE AVISA Y SE PIDE CONFIRMACION.                 *
      *  LAS CUOTAS DE LOS DOCUMENTOS A CREDITO ARCHIVADOS QUE ESTAN  *
      *  SALDADAS, CON TODOS SUS PAGOS DEL EJERCICIO O ANTERIORES,    *
      *  PASAN CON SUS APLICACIONES A CTACTE.HNN Y CTAPAGOS.HNN       *
      *  (LEIDAS Y BORRADAS POR CLAVE); LAS QUE TIENEN SALDO QUEDAN   *
      *  EN CTACTE.DAT.                                               *
      *  LA REIMPRESION (EMIFAC) Y EL ESTADO DE CUENTA (ESTCTA)       *
      *  SIGUEN ENCONTRANDO LOS DOCUMENTOS ARCHIVADOS: CAEN AL        *
      *  ARCHIVO ANUAL CUANDO NO ESTAN EN EL HISTORICO VIVO.          *

       FD ARCH-LOA                                                      LG020926
           LABEL RECORDS ARE OMITTED.                                   LG020926
       01 LINEA-LOA            PIC X(100).                              LG151026

       FD ARCH-LGW                                                      LG020926
           LABEL RECORDS ARE OMITTED.                                   LG020926
       01 LINEA-LGW            PIC X(100).                              LG151026

       FD LISTADO                                                       LG020926
           LABEL RECORDS ARE OMITTED.                                   LG020926
       WORKING-STORAGE SECTION.                                         LG020926
       COPY "FECHA.VAR".                                                LG020926
       COPY "ST-ACE.VAR".                                               LG020926
       COPY "VALUSU.REG".                                               LG151026
       COPY "FACTURAS.VAR".                                             LG020926
       COPY "IMPRES.REG".                                               LG020926

       01  TOT-UYU-AF          PIC S9(013)V99     COMP-3 VALUE 0.       LG020926
       01  I-AF                PIC S9(005) COMP.                        LG020926

      *  CUOTAS Y APLICACIONES DE LOS DOCUMENTOS A CREDITO ARCHIVADOS
       01  SIN-CTA-AF          PIC 9       VALUE 1.                     LG151026
       01  ERR-CTA-AF          PIC 9       VALUE 0.                     LG151026
       01  FIN-CTA-AF          PIC 9       VALUE 0.                     LG151026
       01  FIN-PAG-AF          PIC 9       VALUE 0.                     LG151026
       01  FECHA-TOPE-AF       PIC 9(008)  VALUE 0.                     LG151026
       01  ULT-PAG-AF          PIC 9(008)  VALUE 0.                     LG151026
       01  SALDO-AF            PIC S9(009)V99     COMP-3.               LG151026
       01  CANT-CUO-AF         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-APL-AF         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-CUOVIVA-AF     PIC S9(005) COMP VALUE 0.                LG151026

      *  PARSE DE IMPORTES EDITADOS (-(8)9,99) DE CTACTE / CTAPAGOS
       01  CAMPO-IMP-AF        PIC X(012)  VALUE SPACES.                LG151026
       01  VALOR-IMP-AF        PIC S9(009)V99     COMP-3.               LG151026
       01  ENT-IMP-AF          PIC S9(011)        COMP-3.               LG151026
       01  NEG-IMP-AF          PIC 9       VALUE 0.                     LG151026
       01  DIG-X-AF            PIC X(001).                              LG151026
       01  DIG-9-AF   REDEFINES DIG-X-AF  PIC 9(001).                   LG151026

      *  MESES DEL EJERCICIO HALLADOS CERRADOS EN CIERRES.DAT
       01  TAB-MESES-AF.                                                LG020926
           02  MES-OK-AF       PIC 9(001)  OCCURS 12 TIMES.             LG020926
               "  QUEDAN EN EL LOG    ".                                LG020926
           02  TOT-QUEDA-AF    PIC ZZZZ9.                               LG020926

       01  LIN-CTA-AF.                                                  LG151026
           02  FILLER          PIC X(026) VALUE                         LG151026
               "CUOTAS SALDADAS ARCHIVADAS".                            LG151026
           02  TOT-CUO-AF      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(016) VALUE                         LG151026
               "  APLICACIONES  ".                                      LG151026
           02  TOT-APL-AF      PIC ZZZZ9.                               LG151026
           02  FILLER          PIC X(030) VALUE                         LG151026
               "  CUOTAS CON SALDO (QUEDAN)   ".                        LG151026
           02  TOT-CUOVIVA-AF  PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG020926

       COMIENZO SECTION.                                                LG020926
       PROCESO.                                                         LG020926
           DISPLAY "ARCFAC - ARCHIVADO ANUAL DE FACTURAS" UPON CONSOLE  LG020926
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "ARCFAC"  TO PROGRAMA-VU                                LG151026
           SET PER-ARCHIVO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "EJERCICIO A ARCHIVAR (AAAA):" UPON CONSOLE          LG020926
           ACCEPT ANIO-ING-AF FROM CONSOLE                              LG020926
           IF ANIO-ING-AF NOT NUMERIC                                   LG020926
           STRING "EMIFAC.L" ANIO-ING-AF (3:2)                          LG020926
                  DELIMITED BY SIZE INTO NOMBRE-LOA-AF                  LG020926
           END-STRING                                                   LG020926
           MOVE SPACES TO NOMBRE-CTH                                    LG151026
           STRING "CTACTE.H" ANIO-ING-AF (3:2)                          LG151026
                  DELIMITED BY SIZE INTO NOMBRE-CTH                     LG151026
           END-STRING                                                   LG151026
           MOVE SPACES TO NOMBRE-PGH                                    LG151026
           STRING "CTAPAGOS.H" ANIO-ING-AF (3:2)                        LG151026
                  DELIMITED BY SIZE INTO NOMBRE-PGH                     LG151026
           END-STRING                                                   LG151026
           COMPUTE FECHA-TOPE-AF = ANIO-AF * 10000 + 1231               LG151026

           OPEN OUTPUT LISTADO                                          LG020926
           IF ST-LIS NOT = "00"                                         LG020926
               CLOSE ARCH-HIS                                           LG020926
               GO TO EXIT-ARCHIS-AF                                     LG020926
           END-IF                                                       LG020926
           PERFORM ABRE-CTA-AF THRU EXIT-ABRCTA-AF                      LG151026
           MOVE 0 TO FIN-HIS-AF                                         LG020926
           MOVE LOW-VALUES TO HIS-CLAVE                                 LG020926
           START ARCH-HIS KEY NOT < HIS-CLAVE                           LG020926
           PERFORM LEE-HIS-AF THRU EXIT-LEEHIS-AF                       LG020926
           PERFORM MUEVE-HIS-AF THRU EXIT-MUEHIS-AF                     LG020926
                   UNTIL FIN-HIS-AF = 1                                 LG020926
           IF SIN-CTA-AF = 0                                            LG151026
               CLOSE ARCH-PGH                                           LG151026
               CLOSE ARCH-CTH                                           LG151026
               CLOSE ARCH-PAG                                           LG151026
               CLOSE ARCH-CTA                                           LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-HIA                                               LG020926
           CLOSE ARCH-HIS.                                              LG020926
       EXIT-ARCHIS-AF.                                                  LG020926
           EXIT.                                                        LG020926

      ******************************************************************
      *   ABRE-CTA-AF - ABRE CTACTE.DAT Y CTAPAGOS.DAT Y LOS ARCHIVOS *
      *   ANUALES CTACTE.HNN / CTAPAGOS.HNN.  SI ALGUNO NO ABRE, EL   *
      *   HISTORICO SE ARCHIVA IGUAL Y LAS CUOTAS QUEDAN EN EL VIVO.  *
      ******************************************************************
       ABRE-CTA-AF.                                                     LG151026
           MOVE 1 TO SIN-CTA-AF                                         LG151026
           OPEN I-O ARCH-CTA                                            LG151026
           IF ST-CTA NOT = "00"                                         LG151026
               IF ST-CTA = "05"                                         LG151026
                   CLOSE ARCH-CTA                                       LG151026
                   GO TO EXIT-ABRCTA-AF                                 LG151026
               END-IF                                                   LG151026
               GO TO AVISA-CTA-AF                                       LG151026
           END-IF                                                       LG151026
           OPEN I-O ARCH-PAG                                            LG151026
           IF ST-PAG NOT = "00" AND ST-PAG NOT = "05"                   LG151026
               CLOSE ARCH-CTA                                           LG151026
               GO TO AVISA-CTA-AF                                       LG151026
           END-IF                                                       LG151026
           OPEN I-O ARCH-CTH                                            LG151026
           IF ST-CTH NOT = "00" AND ST-CTH NOT = "05"                   LG151026
               CLOSE ARCH-PAG                                           LG151026
               CLOSE ARCH-CTA                                           LG151026
               GO TO AVISA-CTA-AF                                       LG151026
           END-IF                                                       LG151026
           OPEN I-O ARCH-PGH                                            LG151026
           IF ST-PGH NOT = "00" AND ST-PGH NOT = "05"                   LG151026
               CLOSE ARCH-CTH                                           LG151026
               CLOSE ARCH-PAG                                           LG151026
               CLOSE ARCH-CTA                                           LG151026
               GO TO AVISA-CTA-AF                                       LG151026
           END-IF                                                       LG151026
           MOVE 0 TO SIN-CTA-AF                                         LG151026
           GO TO EXIT-ABRCTA-AF.                                        LG151026
       AVISA-CTA-AF.                                                    LG151026
           DISPLAY "ARCFAC - NO SE PUDO ABRIR LA CUENTA CORRIENTE ST "  LG151026
                   ST-CTA " " ST-PAG " " ST-CTH " " ST-PGH              LG151026
                   " - LAS CUOTAS QUEDAN EN CTACTE.DAT" UPON CONSOLE.   LG151026
       EXIT-ABRCTA-AF.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-HIS-AF.                                                      LG020926
           READ ARCH-HIS NEXT                                           LG020926
               AT END                                                   LG020926
               MOVE 1 TO FIN-HIS-AF                                     LG020926
               GO TO EXIT-MUEHIS-AF                                     LG020926
           END-IF                                                       LG020926
           IF HIS-FPAG-IND = "C" AND SIN-CTA-AF = 0                     LG151026
               PERFORM ARCHIVA-CTA-AF THRU EXIT-ARCCTA-AF               LG151026
               IF ERR-CTA-AF = 1                                        LG151026
                   DISPLAY "ARCFAC - SE DETIENE EN EL DOCUMENTO "       LG151026
                           HIS-SERIE " " HIS-NUMFAC                     LG151026
                           " - REPROCESAR EL EJERCICIO" UPON CONSOLE    LG151026
                   MOVE 1 TO FIN-HIS-AF                                 LG151026
                   GO TO EXIT-MUEHIS-AF                                 LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           DELETE ARCH-HIS                                              LG020926
           ADD 1 TO CANT-HIS-AF                                         LG020926
           IF HIS-TIPO-DOC = "NC"                                       LG020926
       EXIT-MUEHIS-AF.                                                  LG020926
           EXIT.                                                        LG020926

      ******************************************************************
      *   ARCHIVA-CTA-AF - CUOTAS DEL DOCUMENTO A CREDITO QUE SE      *
      *   ARCHIVA, LEIDAS POR CLAVE (RUC + SERIE + NUMERO).  LA CUOTA *
      *   SALDADA CUYOS PAGOS SON TODOS DEL EJERCICIO O ANTERIORES SE *
      *   COPIA CON SUS APLICACIONES A LOS ARCHIVOS ANUALES Y RECIEN  *
      *   ENTONCES SE BORRA DE LOS VIVOS; SI UNA GRABACION FALLA      *
      *   NO SE BORRA NADA DE ESA CUOTA Y SE DETIENE EL PROCESO.      *
      ******************************************************************
       ARCHIVA-CTA-AF.                                                  LG151026
           MOVE 0 TO FIN-CTA-AF                                         LG151026
           MOVE LOW-VALUES TO CTA-CLAVE                                 LG151026
           MOVE RUC-FA     TO CTA-RUC                                   LG151026
           MOVE HIS-SERIE  TO CTA-SERIE                                 LG151026
           MOVE HIS-NUMFAC TO CTA-NUMFAC                                LG151026
           START ARCH-CTA KEY NOT < CTA-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-CTA-AF                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-CTA-AF THRU EXIT-LEECTA-AF                       LG151026
           PERFORM MUEVE-CTA-AF THRU EXIT-MUECTA-AF                     LG151026
                   UNTIL FIN-CTA-AF = 1.                                LG151026
       EXIT-ARCCTA-AF.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-CTA-AF.                                                      LG151026
           IF FIN-CTA-AF = 1                                            LG151026
               GO TO EXIT-LEECTA-AF                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-CTA NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-CTA-AF                                 LG151026
                   GO TO EXIT-LEECTA-AF                                 LG151026
           END-READ                                                     LG151026
           IF CTA-RUC    NOT = RUC-FA    OR CTA-SERIE NOT = HIS-SERIE   LG151026
              OR CTA-NUMFAC NOT = HIS-NUMFAC                            LG151026
               MOVE 1 TO FIN-CTA-AF                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEECTA-AF.                                                  LG151026
           EXIT.                                                        LG151026

       MUEVE-CTA-AF.                                                    LG151026
           MOVE CTA-IMPORTE TO CAMPO-IMP-AF                             LG151026
           PERFORM PARSE-IMP-AF THRU EXIT-PARSE-AF                      LG151026
           MOVE VALOR-IMP-AF TO SALDO-AF                                LG151026
           MOVE 0 TO ULT-PAG-AF                                         LG151026
           PERFORM POSICIONA-PAG-AF THRU EXIT-POSPAG-AF                 LG151026
           PERFORM SUMA-PAG-AF THRU EXIT-SUMPAG-AF                      LG151026
                   UNTIL FIN-PAG-AF = 1                                 LG151026
           IF SALDO-AF NOT = 0 OR ULT-PAG-AF > FECHA-TOPE-AF            LG151026
               ADD 1 TO CANT-CUOVIVA-AF                                 LG151026
               GO TO SIGUE-MUECTA-AF                                    LG151026
           END-IF                                                       LG151026

           PERFORM POSICIONA-PAG-AF THRU EXIT-POSPAG-AF                 LG151026
           PERFORM COPIA-PAG-AF THRU EXIT-COPPAG-AF                     LG151026
                   UNTIL FIN-PAG-AF = 1                                 LG151026
           IF ERR-CTA-AF = 1                                            LG151026
               MOVE 1 TO FIN-CTA-AF                                     LG151026
               GO TO EXIT-MUECTA-AF                                     LG151026
           END-IF                                                       LG151026
           WRITE REG-CTH FROM REG-CTA                                   LG151026
               INVALID KEY                                              LG151026
                   REWRITE REG-CTH FROM REG-CTA                         LG151026
           END-WRITE                                                    LG151026
           IF ST-CTH NOT = "00" AND ST-CTH NOT = "02"                   LG151026
               DISPLAY "ARCFAC - ERROR AL GRABAR " NOMBRE-CTH           LG151026
                       " ST " ST-CTH UPON CONSOLE                       LG151026
               MOVE 1 TO ERR-CTA-AF                                     LG151026
               MOVE 1 TO FIN-CTA-AF                                     LG151026
               GO TO EXIT-MUECTA-AF                                     LG151026
           END-IF                                                       LG151026

           PERFORM POSICIONA-PAG-AF THRU EXIT-POSPAG-AF                 LG151026
           PERFORM BORRA-PAG-AF THRU EXIT-BORPAG-AF                     LG151026
                   UNTIL FIN-PAG-AF = 1                                 LG151026
           DELETE ARCH-CTA                                              LG151026
           ADD 1 TO CANT-CUO-AF.                                        LG151026
       SIGUE-MUECTA-AF.                                                 LG151026
           PERFORM LEE-CTA-AF THRU EXIT-LEECTA-AF.                      LG151026
       EXIT-MUECTA-AF.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   POSICIONA-PAG-AF - DEJA CTAPAGOS.DAT EN LA PRIMERA          *
      *   APLICACION DE LA CUOTA QUE ESTA EN REG-CTA.                 *
      ******************************************************************
       POSICIONA-PAG-AF.                                                LG151026
           MOVE 0 TO FIN-PAG-AF                                         LG151026
           MOVE LOW-VALUES TO PAG-CLAVE                                 LG151026
           MOVE CTA-RUC    TO PAG-RUC                                   LG151026
           MOVE CTA-SERIE  TO PAG-SERIE                                 LG151026
           MOVE CTA-NUMFAC TO PAG-NUMFAC                                LG151026
           MOVE CTA-CUOTA  TO PAG-CUOTA                                 LG151026
           START ARCH-PAG KEY NOT < PAG-CLAVE                           LG151026
               INVALID KEY                                              LG151026
                   MOVE 1 TO FIN-PAG-AF                                 LG151026
           END-START                                                    LG151026
           PERFORM LEE-PAG-AF THRU EXIT-LEEPAG-AF.                      LG151026
       EXIT-POSPAG-AF.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-PAG-AF.                                                      LG151026
           IF FIN-PAG-AF = 1                                            LG151026
               GO TO EXIT-LEEPAG-AF                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-PAG NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-PAG-AF                                 LG151026
                   GO TO EXIT-LEEPAG-AF                                 LG151026
           END-READ                                                     LG151026
           IF PAG-RUC    NOT = CTA-RUC    OR PAG-SERIE NOT = CTA-SERIE  LG151026
              OR PAG-NUMFAC NOT = CTA-NUMFAC                            LG151026
              OR PAG-CUOTA  NOT = CTA-CUOTA                             LG151026
               MOVE 1 TO FIN-PAG-AF                                     LG151026
           END-IF.                                                      LG151026
       EXIT-LEEPAG-AF.                                                  LG151026
           EXIT.                                                        LG151026

       SUMA-PAG-AF.                                                     LG151026
           MOVE PAG-IMPORTE TO CAMPO-IMP-AF                             LG151026
           PERFORM PARSE-IMP-AF THRU EXIT-PARSE-AF                      LG151026
           SUBTRACT VALOR-IMP-AF FROM SALDO-AF                          LG151026
           IF PAG-FECHA > ULT-PAG-AF                                    LG151026
               MOVE PAG-FECHA TO ULT-PAG-AF                             LG151026
           END-IF                                                       LG151026
           PERFORM LEE-PAG-AF THRU EXIT-LEEPAG-AF.                      LG151026
       EXIT-SUMPAG-AF.                                                  LG151026
           EXIT.                                                        LG151026

       COPIA-PAG-AF.                                                    LG151026
           WRITE REG-PGH FROM REG-PAG                                   LG151026
               INVALID KEY                                              LG151026
                   REWRITE REG-PGH FROM REG-PAG                         LG151026
           END-WRITE                                                    LG151026
           IF ST-PGH NOT = "00" AND ST-PGH NOT = "02"                   LG151026
               DISPLAY "ARCFAC - ERROR AL GRABAR " NOMBRE-PGH           LG151026
                       " ST " ST-PGH UPON CONSOLE                       LG151026
               MOVE 1 TO ERR-CTA-AF                                     LG151026
               MOVE 1 TO FIN-PAG-AF                                     LG151026
               GO TO EXIT-COPPAG-AF                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-PAG-AF THRU EXIT-LEEPAG-AF.                      LG151026
       EXIT-COPPAG-AF.                                                  LG151026
           EXIT.                                                        LG151026

       BORRA-PAG-AF.                                                    LG151026
           DELETE ARCH-PAG                                              LG151026
           ADD 1 TO CANT-APL-AF                                         LG151026
           PERFORM LEE-PAG-AF THRU EXIT-LEEPAG-AF.                      LG151026
       EXIT-BORPAG-AF.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-IMP-AF - CONVIERTE EL IMPORTE EDITADO DE CAMPO-IMP-AF *
      *   (FORMATO -(8)9,99 DE CTACTE / CTAPAGOS) A VALOR-IMP-AF.     *
      ******************************************************************
       PARSE-IMP-AF.                                                    LG151026
           MOVE 0 TO ENT-IMP-AF                                         LG151026
           MOVE 0 TO NEG-IMP-AF                                         LG151026
           PERFORM VARYING I-AF FROM 1 BY 1 UNTIL I-AF > 12             LG151026
               MOVE CAMPO-IMP-AF (I-AF:1) TO DIG-X-AF                   LG151026
               IF DIG-X-AF = "-"                                        LG151026
                   MOVE 1 TO NEG-IMP-AF                                 LG151026
               END-IF                                                   LG151026
               IF DIG-X-AF NUMERIC                                      LG151026
                   COMPUTE ENT-IMP-AF = ENT-IMP-AF * 10 + DIG-9-AF      LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           COMPUTE VALOR-IMP-AF = ENT-IMP-AF / 100                      LG151026
           IF NEG-IMP-AF = 1                                            LG151026
               COMPUTE VALOR-IMP-AF = VALOR-IMP-AF * -1                 LG151026
           END-IF.                                                      LG151026
       EXIT-PARSE-AF.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ACUMULA-TD-AF - SUMA EL DOCUMENTO MOVIDO EN LOS TOTALES     *
      *   POR TIPO DE DOCUMENTO DEL INFORME.                          *
           WRITE LINEA-LIS FROM LIN-HIS-AF AFTER ADVANCING 1 LINE       LG020926
           MOVE CANT-LOG-AF   TO TOT-LOG-AF                             LG020926
           MOVE CANT-QUEDA-AF TO TOT-QUEDA-AF                           LG020926
           WRITE LINEA-LIS FROM LIN-LOG-AF AFTER ADVANCING 1 LINE       LG151026
           MOVE CANT-CUO-AF     TO TOT-CUO-AF                           LG151026
           MOVE CANT-APL-AF     TO TOT-APL-AF                           LG151026
           MOVE CANT-CUOVIVA-AF TO TOT-CUOVIVA-AF                       LG151026
           WRITE LINEA-LIS FROM LIN-CTA-AF AFTER ADVANCING 1 LINE.      LG151026
       EXIT-TOT-AF.                                                     LG020926
           EXIT.                                                        LG020926

           EXIT.                                                        LG020926

       COPY "FECHA.RUT".                                                LG020926
       COPY "USUARIO.RUT".                                              LG151026
