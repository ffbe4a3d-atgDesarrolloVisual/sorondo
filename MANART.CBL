       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. MANART.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  MANART - MANTENIMIENTO DEL MAESTRO DE ARTICULOS              *
      *  (ARTICULOS.DAT) QUE CONSULTA EMIFAC AL EMITIR.  POR CONSOLA  *
      *  DA DE ALTA, MODIFICA Y DA DE BAJA ARTICULOS: CODIGO,         *
      *  DESCRIPCION, PRECIO DE LISTA POR MONEDA (HASTA 4), CANTIDAD  *
      *  DE DECIMALES, TASA DE IVA (BASICA / MINIMA / EXENTO) Y       *
      *  ESTADO.  LA BAJA ES LOGICA: EL ARTICULO QUEDA INACTIVO Y     *
      *  EMIFAC LO RECHAZA, PERO SE CONSERVA PARA LAS CONSULTAS Y     *
      *  PUEDE REACTIVARSE DESDE LA MODIFICACION.  CODIGO EN BLANCO   *
      *  TERMINA.  IMPRIME ADEMAS EL LISTADO DEL MAESTRO EN           *
      *  MANART.LIS.                                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

           SELECT LISTADO  ASSIGN TO "MANART.LIS"                       LG151026
                            ORGANIZATION  IS LINE SEQUENTIAL            LG151026
                            FILE STATUS   IS ST-LIS.                    LG151026

       DATA DIVISION.                                                   LG151026

       FILE SECTION.                                                    LG151026

       COPY "IMPREACT.FDS".                                             LG151026

       FD LISTADO                                                       LG151026
           LABEL RECORDS ARE OMITTED.                                   LG151026
       01 LINEA-LIS            PIC X(136).                              LG151026

       WORKING-STORAGE SECTION.                                         LG151026
       COPY "FECHA.VAR".                                                LG151026
       COPY "ST-ACE.VAR".                                               LG151026
       COPY "VALUSU.REG".                                               LG151026

       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  MODO-ING-MA         PIC X(001)  VALUE SPACES.                LG151026
       01  CODIGO-ING-MA       PIC X(008)  VALUE SPACES.                LG151026
       01  DESC-ING-MA         PIC X(034)  VALUE SPACES.                LG151026
       01  IVA-ING-MA          PIC X(001)  VALUE SPACES.                LG151026
       01  DEC-ING-MA          PIC X(001)  VALUE SPACES.                LG151026
       01  DEC-9-MA   REDEFINES DEC-ING-MA  PIC 9(001).                 LG151026
       01  ESTADO-ING-MA       PIC X(001)  VALUE SPACES.                LG151026
       01  RESP-MA             PIC X(001)  VALUE SPACES.                LG151026
       01  FECHA-HOY-MA        PIC 9(008)  VALUE 0.                     LG151026
       01  CANT-ALTA-MA        PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-MOD-MA         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-BAJA-MA        PIC S9(005) COMP VALUE 0.                LG151026

      *  CARGA DE UN PRECIO DE LISTA: MONEDA, PARTE ENTERA Y
      *  DECIMALES POR SEPARADO (PRECIO EN CERO QUITA LA MONEDA).
       01  MONEDA-ING-MA       PIC X(003)  VALUE SPACES.                LG151026
       01  ENTERO-ING-MA       PIC X(007)  VALUE SPACES.                LG151026
       01  DECIM-ING-MA        PIC X(004)  VALUE SPACES.                LG151026
       01  ENTERO-MA           PIC 9(007)  VALUE 0.                     LG151026
       01  DECIM-MA            PIC 9(004)  VALUE 0.                     LG151026
       01  PRECIO-MA           PIC S9(007)V9(004) COMP-3.               LG151026
       01  PRECIO-ED-MA        PIC Z.ZZZ.ZZ9,9999.                      LG151026
       01  PRECIO-OK-MA        PIC 9       VALUE 0.                     LG151026
       01  POS-MA              PIC S9(005) COMP VALUE 0.                LG151026
       01  LIBRE-MA            PIC S9(005) COMP VALUE 0.                LG151026
       01  I-MA                PIC S9(005) COMP.                        LG151026
       01  DIG-X-MA            PIC X(001).                              LG151026
       01  DIG-9-MA   REDEFINES DIG-X-MA  PIC 9(001).                   LG151026

       01  FIN-ART-MA          PIC 9       VALUE 0.                     LG151026
       01  CANT-LIS-MA         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-MA        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-MA           PIC S9(005) COMP VALUE 0.                LG151026

       01  LIN-TIT1-MA.                                                 LG151026
           02  FILLER          PIC X(040) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(040)                               LG151026
               VALUE "MAESTRO DE ARTICULOS".                            LG151026
           02  FILLER          PIC X(007) VALUE " FECHA ".              LG151026
           02  TIT-DD-MA       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-MA       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-MA     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-MA      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-MA.                                                 LG151026
           02  FILLER          PIC X(050) VALUE                         LG151026
               "CODIGO   DESCRIPCION                        I D E ".    LG151026
           02  FILLER          PIC X(040) VALUE                         LG151026
               "PRECIOS DE LISTA".                                      LG151026

       01  LIN-DET-MA.                                                  LG151026
           02  DET-CODIGO-MA   PIC X(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DESC-MA     PIC X(034).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-IVA-MA      PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-DEC-MA      PIC 9(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-ESTADO-MA   PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-PRECIOS-MA  OCCURS 4 TIMES.                          LG151026
               03  DET-MONEDA-MA   PIC X(003).                          LG151026
               03  FILLER          PIC X(001).                          LG151026
               03  DET-PRECIO-MA   PIC Z.ZZZ.ZZ9,9999 BLANK WHEN ZERO.  LG151026
               03  FILLER          PIC X(002).                          LG151026

       01  LIN-TOT-MA.                                                  LG151026
           02  FILLER          PIC X(010) VALUE "ARTICULOS ".           LG151026
           02  TOT-LIS-MA      PIC ZZZZ9.                               LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "MANART - MAESTRO DE ARTICULOS" UPON CONSOLE         LG151026
           MOVE SPACES    TO REG-VALUSU                                 LG151026
           MOVE "MANART"  TO PROGRAMA-VU                                LG151026
           SET PER-NINGUNO-VU TO TRUE                                   LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           DISPLAY "1=ALTA 2=MODIFICACION 3=BAJA 4=LISTADO:"            LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT MODO-ING-MA FROM CONSOLE                              LG151026
           IF MODO-ING-MA NOT = "1" AND MODO-ING-MA NOT = "2" AND       LG151026
              MODO-ING-MA NOT = "3" AND MODO-ING-MA NOT = "4"           LG151026
               DISPLAY "MANART - OPCION INVALIDA" UPON CONSOLE          LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           ACCEPT FECHA-HOY-MA FROM DATE YYYYMMDD                       LG151026
           IF MODO-ING-MA = "4"                                         LG151026
               PERFORM LISTA-ART-MA THRU EXIT-LISTA-MA                  LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN I-O ARCH-ART                                            LG151026
           IF ST-ART NOT = "00" AND ST-ART NOT = "05"                   LG151026
               DISPLAY "MANART - NO SE PUDO ABRIR ARTICULOS.DAT ST "    LG151026
                       ST-ART UPON CONSOLE                              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           PERFORM MANTIENE-UNO-MA THRU EXIT-MANT-MA                    LG151026
           PERFORM MANTIENE-UNO-MA THRU EXIT-MANT-MA                    LG151026
                   UNTIL CODIGO-ING-MA = SPACES                         LG151026
           CLOSE ARCH-ART                                               LG151026
           DISPLAY "MANART - ALTAS " CANT-ALTA-MA                       LG151026
                   " MODIFICACIONES " CANT-MOD-MA                       LG151026
                   " BAJAS " CANT-BAJA-MA UPON CONSOLE.                 LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   MANTIENE-UNO-MA - PIDE UN CODIGO Y LO DERIVA A LA ALTA,    *
      *   MODIFICACION O BAJA SEGUN LA OPCION ELEGIDA.               *
      ******************************************************************
       MANTIENE-UNO-MA.                                                 LG151026
           DISPLAY "CODIGO DE ARTICULO (VACIO=FIN):" UPON CONSOLE       LG151026
           ACCEPT CODIGO-ING-MA FROM CONSOLE                            LG151026
           IF CODIGO-ING-MA = SPACES                                    LG151026
               GO TO EXIT-MANT-MA                                       LG151026
           END-IF                                                       LG151026
           MOVE CODIGO-ING-MA TO ART-CODIGO                             LG151026
           READ ARCH-ART                                                LG151026
               INVALID KEY                                              LG151026
                   IF MODO-ING-MA = "1"                                 LG151026
                       PERFORM ALTA-ART-MA THRU EXIT-ALTA-MA            LG151026
                   ELSE                                                 LG151026
                       DISPLAY "MANART - ARTICULO INEXISTENTE"          LG151026
                               UPON CONSOLE                             LG151026
                   END-IF                                               LG151026
                   GO TO EXIT-MANT-MA                                   LG151026
           END-READ                                                     LG151026
           IF MODO-ING-MA = "1"                                         LG151026
               DISPLAY "MANART - EL ARTICULO YA EXISTE: " ART-DESC      LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-MANT-MA                                       LG151026
           END-IF                                                       LG151026
           IF MODO-ING-MA = "2"                                         LG151026
               PERFORM MODIFICA-ART-MA THRU EXIT-MODIF-MA               LG151026
           ELSE                                                         LG151026
               PERFORM BAJA-ART-MA THRU EXIT-BAJA-MA                    LG151026
           END-IF.                                                      LG151026
       EXIT-MANT-MA.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ALTA-ART-MA - ARTICULO NUEVO: DESCRIPCION, TASA DE IVA,    *
      *   DECIMALES Y PRECIOS DE LISTA.  QUEDA ACTIVO.               *
      ******************************************************************
       ALTA-ART-MA.                                                     LG151026
           MOVE SPACES        TO REG-ART                                LG151026
           MOVE CODIGO-ING-MA TO ART-CODIGO                             LG151026
           MOVE 0             TO ART-DECIMALES                          LG151026
           PERFORM VARYING I-MA FROM 1 BY 1 UNTIL I-MA > 4              LG151026
               MOVE SPACES TO ART-MONEDA (I-MA)                         LG151026
               MOVE 0      TO ART-PRECIO (I-MA)                         LG151026
           END-PERFORM                                                  LG151026
           DISPLAY "DESCRIPCION:" UPON CONSOLE                          LG151026
           ACCEPT DESC-ING-MA FROM CONSOLE                              LG151026
           IF DESC-ING-MA = SPACES                                      LG151026
               DISPLAY "MANART - FALTA LA DESCRIPCION, NO SE GRABA"     LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-ALTA-MA                                       LG151026
           END-IF                                                       LG151026
           MOVE DESC-ING-MA TO ART-DESC                                 LG151026
           DISPLAY "TASA DE IVA (B=BASICA M=MINIMA E=EXENTO):"          LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT IVA-ING-MA FROM CONSOLE                               LG151026
           IF IVA-ING-MA NOT = "B" AND IVA-ING-MA NOT = "M" AND         LG151026
              IVA-ING-MA NOT = "E"                                      LG151026
               DISPLAY "MANART - TASA DE IVA INVALIDA, NO SE GRABA"     LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-ALTA-MA                                       LG151026
           END-IF                                                       LG151026
           MOVE IVA-ING-MA TO ART-IVA                                   LG151026
           DISPLAY "DECIMALES DE LA CANTIDAD (0 A 4):" UPON CONSOLE     LG151026
           ACCEPT DEC-ING-MA FROM CONSOLE                               LG151026
           IF DEC-ING-MA = SPACES                                       LG151026
               MOVE "0" TO DEC-ING-MA                                   LG151026
           END-IF                                                       LG151026
           IF DEC-ING-MA NOT NUMERIC OR DEC-9-MA > 4                    LG151026
               DISPLAY "MANART - DECIMALES INVALIDOS, NO SE GRABA"      LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-ALTA-MA                                       LG151026
           END-IF                                                       LG151026
           MOVE DEC-9-MA TO ART-DECIMALES                               LG151026
           PERFORM CARGA-PRECIO-MA THRU EXIT-CARPRE-MA                  LG151026
           PERFORM CARGA-PRECIO-MA THRU EXIT-CARPRE-MA                  LG151026
                   UNTIL MONEDA-ING-MA = SPACES                         LG151026
           SET ART-ACTIVO   TO TRUE                                     LG151026
           MOVE FECHA-HOY-MA TO ART-FECHA-ALTA                          LG151026
           MOVE FECHA-HOY-MA TO ART-FECHA-MOD                           LG151026
           WRITE REG-ART                                                LG151026
           IF ST-ART = "00"                                             LG151026
               ADD 1 TO CANT-ALTA-MA                                    LG151026
           ELSE                                                         LG151026
               DISPLAY "MANART - ERROR AL GRABAR ST " ST-ART            LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-ALTA-MA.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   MODIFICA-ART-MA - MUESTRA CADA DATO DEL ARTICULO Y PIDE EL *
      *   NUEVO VALOR; EN BLANCO CONSERVA EL ACTUAL.  EL ESTADO      *
      *   PERMITE REACTIVAR UN ARTICULO DADO DE BAJA.                *
      ******************************************************************
       MODIFICA-ART-MA.                                                 LG151026
           DISPLAY "DESCRIPCION ACTUAL: " ART-DESC UPON CONSOLE         LG151026
           DISPLAY "NUEVA DESCRIPCION (VACIO=SIN CAMBIO):"              LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT DESC-ING-MA FROM CONSOLE                              LG151026
           IF DESC-ING-MA NOT = SPACES                                  LG151026
               MOVE DESC-ING-MA TO ART-DESC                             LG151026
           END-IF                                                       LG151026
           DISPLAY "TASA DE IVA ACTUAL: " ART-IVA                       LG151026
                   " (B/M/E, VACIO=SIN CAMBIO):" UPON CONSOLE           LG151026
           ACCEPT IVA-ING-MA FROM CONSOLE                               LG151026
           IF IVA-ING-MA NOT = SPACES                                   LG151026
               IF IVA-ING-MA NOT = "B" AND IVA-ING-MA NOT = "M" AND     LG151026
                  IVA-ING-MA NOT = "E"                                  LG151026
                   DISPLAY "MANART - TASA DE IVA INVALIDA, NO SE GRABA" LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-MODIF-MA                                  LG151026
               END-IF                                                   LG151026
               MOVE IVA-ING-MA TO ART-IVA                               LG151026
           END-IF                                                       LG151026
           DISPLAY "DECIMALES ACTUALES: " ART-DECIMALES                 LG151026
                   " (0 A 4, VACIO=SIN CAMBIO):" UPON CONSOLE           LG151026
           ACCEPT DEC-ING-MA FROM CONSOLE                               LG151026
           IF DEC-ING-MA NOT = SPACES                                   LG151026
               IF DEC-ING-MA NOT NUMERIC OR DEC-9-MA > 4                LG151026
                   DISPLAY "MANART - DECIMALES INVALIDOS, NO SE GRABA"  LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-MODIF-MA                                  LG151026
               END-IF                                                   LG151026
               MOVE DEC-9-MA TO ART-DECIMALES                           LG151026
           END-IF                                                       LG151026
           DISPLAY "ESTADO ACTUAL: " ART-ESTADO                         LG151026
                   " (A=ACTIVO I=INACTIVO, VACIO=SIN CAMBIO):"          LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT ESTADO-ING-MA FROM CONSOLE                            LG151026
           IF ESTADO-ING-MA NOT = SPACES                                LG151026
               IF ESTADO-ING-MA NOT = "A" AND ESTADO-ING-MA NOT = "I"   LG151026
                   DISPLAY "MANART - ESTADO INVALIDO, NO SE GRABA"      LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-MODIF-MA                                  LG151026
               END-IF                                                   LG151026
               MOVE ESTADO-ING-MA TO ART-ESTADO                         LG151026
           END-IF                                                       LG151026
           PERFORM VARYING I-MA FROM 1 BY 1 UNTIL I-MA > 4              LG151026
               IF ART-MONEDA (I-MA) NOT = SPACES                        LG151026
                   MOVE ART-PRECIO (I-MA) TO PRECIO-ED-MA               LG151026
                   DISPLAY "PRECIO ACTUAL " ART-MONEDA (I-MA)           LG151026
                           " " PRECIO-ED-MA UPON CONSOLE                LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           PERFORM CARGA-PRECIO-MA THRU EXIT-CARPRE-MA                  LG151026
           PERFORM CARGA-PRECIO-MA THRU EXIT-CARPRE-MA                  LG151026
                   UNTIL MONEDA-ING-MA = SPACES                         LG151026
           MOVE FECHA-HOY-MA TO ART-FECHA-MOD                           LG151026
           REWRITE REG-ART                                              LG151026
           IF ST-ART = "00"                                             LG151026
               ADD 1 TO CANT-MOD-MA                                     LG151026
           ELSE                                                         LG151026
               DISPLAY "MANART - ERROR AL GRABAR ST " ST-ART            LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-MODIF-MA.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BAJA-ART-MA - BAJA LOGICA PREVIA CONFIRMACION: EL ARTICULO *
      *   QUEDA INACTIVO Y EMIFAC DEJA DE ACEPTARLO.                 *
      ******************************************************************
       BAJA-ART-MA.                                                     LG151026
           IF ART-INACTIVO                                              LG151026
               DISPLAY "MANART - EL ARTICULO YA ESTA DADO DE BAJA"      LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-BAJA-MA                                       LG151026
           END-IF                                                       LG151026
           DISPLAY ART-CODIGO " " ART-DESC UPON CONSOLE                 LG151026
           DISPLAY "  CONFIRMA LA BAJA (S/N):" UPON CONSOLE             LG151026
           ACCEPT RESP-MA FROM CONSOLE                                  LG151026
           IF RESP-MA NOT = "S" AND RESP-MA NOT = "s"                   LG151026
               GO TO EXIT-BAJA-MA                                       LG151026
           END-IF                                                       LG151026
           SET ART-INACTIVO  TO TRUE                                    LG151026
           MOVE FECHA-HOY-MA TO ART-FECHA-MOD                           LG151026
           REWRITE REG-ART                                              LG151026
           IF ST-ART = "00"                                             LG151026
               ADD 1 TO CANT-BAJA-MA                                    LG151026
           ELSE                                                         LG151026
               DISPLAY "MANART - ERROR AL GRABAR ST " ST-ART            LG151026
                       UPON CONSOLE                                     LG151026
           END-IF.                                                      LG151026
       EXIT-BAJA-MA.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   CARGA-PRECIO-MA - PIDE UNA MONEDA Y SU PRECIO DE LISTA.    *
      *   SI LA MONEDA YA ESTA EN EL ARTICULO SE REEMPLAZA EL        *
      *   PRECIO (EN CERO LA QUITA); SI NO, OCUPA UNA POSICION       *
      *   LIBRE.  MONEDA EN BLANCO TERMINA LA CARGA DE PRECIOS.      *
      ******************************************************************
       CARGA-PRECIO-MA.                                                 LG151026
           DISPLAY "MONEDA DEL PRECIO DE LISTA (VACIO=FIN):"            LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT MONEDA-ING-MA FROM CONSOLE                            LG151026
           IF MONEDA-ING-MA = SPACES                                    LG151026
               GO TO EXIT-CARPRE-MA                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "PRECIO PARTE ENTERA (HASTA 7 DIGITOS):"             LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT ENTERO-ING-MA FROM CONSOLE                            LG151026
           DISPLAY "PRECIO DECIMALES (HASTA 4 DIGITOS):" UPON CONSOLE   LG151026
           ACCEPT DECIM-ING-MA FROM CONSOLE                             LG151026
           PERFORM PARSE-PRECIO-MA THRU EXIT-PARPRE-MA                  LG151026
           IF PRECIO-OK-MA = 0                                          LG151026
               DISPLAY "MANART - PRECIO INVALIDO" UPON CONSOLE          LG151026
               GO TO EXIT-CARPRE-MA                                     LG151026
           END-IF                                                       LG151026
           MOVE 0 TO POS-MA                                             LG151026
           MOVE 0 TO LIBRE-MA                                           LG151026
           PERFORM VARYING I-MA FROM 1 BY 1 UNTIL I-MA > 4              LG151026
               IF ART-MONEDA (I-MA) = MONEDA-ING-MA                     LG151026
                   MOVE I-MA TO POS-MA                                  LG151026
               END-IF                                                   LG151026
               IF ART-MONEDA (I-MA) = SPACES AND LIBRE-MA = 0           LG151026
                   MOVE I-MA TO LIBRE-MA                                LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           IF POS-MA = 0                                                LG151026
               IF PRECIO-MA = 0                                         LG151026
                   GO TO EXIT-CARPRE-MA                                 LG151026
               END-IF                                                   LG151026
               IF LIBRE-MA = 0                                          LG151026
                   DISPLAY "MANART - YA TIENE 4 MONEDAS, NO SE AGREGA"  LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-CARPRE-MA                                 LG151026
               END-IF                                                   LG151026
               MOVE LIBRE-MA TO POS-MA                                  LG151026
           END-IF                                                       LG151026
           IF PRECIO-MA = 0                                             LG151026
               MOVE SPACES TO ART-MONEDA (POS-MA)                       LG151026
               MOVE 0      TO ART-PRECIO (POS-MA)                       LG151026
           ELSE                                                         LG151026
               MOVE MONEDA-ING-MA TO ART-MONEDA (POS-MA)                LG151026
               MOVE PRECIO-MA     TO ART-PRECIO (POS-MA)                LG151026
           END-IF.                                                      LG151026
       EXIT-CARPRE-MA.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PARSE-PRECIO-MA - INTERPRETA LA PARTE ENTERA DIGITO A      *
      *   DIGITO (LOS BLANCOS NO CUENTAN) Y COMPLETA LOS DECIMALES   *
      *   CON CEROS A LA DERECHA.  CUALQUIER OTRO CARACTER INVALIDA. *
      ******************************************************************
       PARSE-PRECIO-MA.                                                 LG151026
           MOVE 1 TO PRECIO-OK-MA                                       LG151026
           MOVE 0 TO ENTERO-MA                                          LG151026
           PERFORM VARYING I-MA FROM 1 BY 1 UNTIL I-MA > 7              LG151026
               MOVE ENTERO-ING-MA (I-MA:1) TO DIG-X-MA                  LG151026
               IF DIG-X-MA NUMERIC                                      LG151026
                   COMPUTE ENTERO-MA = ENTERO-MA * 10 + DIG-9-MA        LG151026
               ELSE                                                     LG151026
                   IF DIG-X-MA NOT = SPACE                              LG151026
                       MOVE 0 TO PRECIO-OK-MA                           LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           INSPECT DECIM-ING-MA REPLACING ALL " " BY "0"                LG151026
           IF DECIM-ING-MA NOT NUMERIC                                  LG151026
               MOVE 0 TO PRECIO-OK-MA                                   LG151026
               GO TO EXIT-PARPRE-MA                                     LG151026
           END-IF                                                       LG151026
           MOVE DECIM-ING-MA TO DECIM-MA                                LG151026
           COMPUTE PRECIO-MA = ENTERO-MA + DECIM-MA / 10000.            LG151026
       EXIT-PARPRE-MA.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LISTA-ART-MA - LISTADO COMPLETO DEL MAESTRO EN MANART.LIS  *
      *   (ACTIVOS E INACTIVOS) EN ORDEN DE CODIGO.                  *
      ******************************************************************
       LISTA-ART-MA.                                                    LG151026
           OPEN INPUT ARCH-ART                                          LG151026
           IF ST-ART NOT = "00"                                         LG151026
               DISPLAY "MANART - NO SE PUDO ABRIR ARTICULOS.DAT ST "    LG151026
                       ST-ART UPON CONSOLE                              LG151026
               GO TO EXIT-LISTA-MA                                      LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "MANART - NO SE PUDO ABRIR MANART.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-ART                                           LG151026
               GO TO EXIT-LISTA-MA                                      LG151026
           END-IF                                                       LG151026
           PERFORM ENCABEZADO-MA THRU EXIT-ENC-MA                       LG151026
           PERFORM LEE-ART-MA THRU EXIT-LEEART-MA                       LG151026
           PERFORM IMPRIME-ART-MA THRU EXIT-IMPART-MA                   LG151026
                   UNTIL FIN-ART-MA = 1                                 LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE CANT-LIS-MA TO TOT-LIS-MA                               LG151026
           WRITE LINEA-LIS FROM LIN-TOT-MA AFTER ADVANCING 1 LINE       LG151026
           CLOSE ARCH-ART                                               LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "MANART - LISTADO EN MANART.LIS" UPON CONSOLE.       LG151026
       EXIT-LISTA-MA.                                                   LG151026
           EXIT.                                                        LG151026

       LEE-ART-MA.                                                      LG151026
           READ ARCH-ART NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-ART-MA                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEART-MA.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-ART-MA.                                                  LG151026
           IF LINEA-PAG-MA > 56                                         LG151026
               PERFORM ENCABEZADO-MA THRU EXIT-ENC-MA                   LG151026
           END-IF                                                       LG151026
           MOVE SPACES        TO LIN-DET-MA                             LG151026
           MOVE ART-CODIGO    TO DET-CODIGO-MA                          LG151026
           MOVE ART-DESC      TO DET-DESC-MA                            LG151026
           MOVE ART-IVA       TO DET-IVA-MA                             LG151026
           MOVE ART-DECIMALES TO DET-DEC-MA                             LG151026
           MOVE ART-ESTADO    TO DET-ESTADO-MA                          LG151026
           PERFORM VARYING I-MA FROM 1 BY 1 UNTIL I-MA > 4              LG151026
               MOVE ART-MONEDA (I-MA) TO DET-MONEDA-MA (I-MA)           LG151026
               MOVE ART-PRECIO (I-MA) TO DET-PRECIO-MA (I-MA)           LG151026
           END-PERFORM                                                  LG151026
           WRITE LINEA-LIS FROM LIN-DET-MA AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-MA                                        LG151026
           ADD 1 TO CANT-LIS-MA                                         LG151026
           PERFORM LEE-ART-MA THRU EXIT-LEEART-MA.                      LG151026
       EXIT-IMPART-MA.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-MA - TITULOS DE CADA PAGINA DEL LISTADO.        *
      ******************************************************************
       ENCABEZADO-MA.                                                   LG151026
           ADD 1 TO PAGINA-MA                                           LG151026
           MOVE FECHA-HOY-MA TO FECHA-AMD                               LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-MA                                  LG151026
           MOVE MMM       TO TIT-MM-MA                                  LG151026
           MOVE AAA       TO TIT-AAAA-MA                                LG151026
           MOVE PAGINA-MA TO TIT-PAG-MA                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-MA AFTER ADVANCING PAGE        LG151026
           WRITE LINEA-LIS FROM LIN-TIT2-MA AFTER ADVANCING 2 LINES     LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           MOVE 4 TO LINEA-PAG-MA.                                      LG151026
       EXIT-ENC-MA.                                                     LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
