       IDENTIFICATION DIVISION.                                         LG151026
       PROGRAM-ID. MANUSU.                                              LG151026
       AUTHOR.     LAURA.                                               LG151026
       DATE-WRITTEN. 15/10/26.                                          LG151026

      ******************************************************************
      *  MANUSU - MANTENIMIENTO DEL MAESTRO DE USUARIOS (USUARIOS.DAT)*
      *  QUE CONTROLA VALUSU.  POR CONSOLA DA DE ALTA, MODIFICA Y DA DE*
      *  BAJA USUARIOS: NOMBRE, CLAVE, LOCAL HABILITADO (EN BLANCO =  *
      *  TODOS), ESTADO Y PERMISO POR FUNCION (PERMISOS.VAR).  LA BAJA*
      *  ES LOGICA: EL USUARIO QUEDA INACTIVO.  SOLO LO USA QUIEN TENGA*
      *  EL PERMISO DE ADMINISTRAR USUARIOS, Y NADIE PUEDE INACTIVARSE*
      *  NI QUITARSE ESE PERMISO A SI MISMO.  SI TODAVIA NO HAY       *
      *  USUARIOS, DA DE ALTA AL PRIMERO CON TODOS LOS PERMISOS.      *
      *  CADA ALTA, MODIFICACION, CAMBIO DE CLAVE, BAJA Y PERMISO     *
      *  OTORGADO O QUITADO QUEDA EN SEGURIDAD.LOG.  LISTA EL MAESTRO *
      *  Y EL REGISTRO DE SEGURIDAD (POR FECHAS Y USUARIO) EN         *
      *  MANUSU.LIS.                                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.                                            LG151026
       CONFIGURATION SECTION.                                           LG151026
       SOURCE-COMPUTER. RM-COBOL.                                       LG151026
       OBJECT-COMPUTER. RM-COBOL.                                       LG151026
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.                           LG151026
       INPUT-OUTPUT SECTION.                                            LG151026
       FILE-CONTROL.                                                    LG151026

           COPY "IMPREACT.SD".                                          LG151026

           SELECT LISTADO  ASSIGN TO "MANUSU.LIS"                       LG151026
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
       COPY "PERMISOS.VAR".                                             LG151026
       COPY "VALUSU.REG".                                               LG151026

       01  ST-LIS              PIC X(002)  VALUE "00".                  LG151026

       01  MODO-ING-MU         PIC X(001)  VALUE SPACES.                LG151026
       01  CODIGO-ING-MU       PIC X(010)  VALUE SPACES.                LG151026
       01  NOMBRE-ING-MU       PIC X(030)  VALUE SPACES.                LG151026
       01  CLAVE-ING-MU        PIC X(010)  VALUE SPACES.                LG151026
       01  CLAVE-REP-MU        PIC X(010)  VALUE SPACES.                LG151026
       01  LOCAL-ING-MU        PIC X(002)  VALUE SPACES.                LG151026
       01  ESTADO-ING-MU       PIC X(001)  VALUE SPACES.                LG151026
       01  PERM-ING-MU         PIC X(001)  VALUE SPACES.                LG151026
       01  RESP-MU             PIC X(001)  VALUE SPACES.                LG151026
       01  CLAVE-OK-MU         PIC 9       VALUE 0.                     LG151026
       01  ALTA-OK-MU          PIC 9       VALUE 0.                     LG151026
       01  PRIMERO-MU          PIC 9       VALUE 0.                     LG151026
       01  FECHA-HOY-MU        PIC 9(008)  VALUE 0.                     LG151026
       01  OPERADOR-MU         PIC X(010)  VALUE SPACES.                LG151026
       01  IP-MU               PIC S9(005) COMP.                        LG151026
       01  CANT-ALTA-MU        PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-MOD-MU         PIC S9(005) COMP VALUE 0.                LG151026
       01  CANT-BAJA-MU        PIC S9(005) COMP VALUE 0.                LG151026

      *  DATOS DEL USUARIO ANTES DE MODIFICARLO, PARA DEJAR CADA
      *  CAMBIO EN SEGURIDAD.LOG
       01  ANT-NOMBRE-MU       PIC X(030)  VALUE SPACES.                LG151026
       01  ANT-LOCAL-MU        PIC X(002)  VALUE SPACES.                LG151026
       01  ANT-ESTADO-MU       PIC X(001)  VALUE SPACES.                LG151026
       01  ANT-PERMISOS-MU.                                             LG151026
           02  ANT-PERMISO-MU  PIC X(001)  OCCURS 10 TIMES.             LG151026
       01  CAMBIO-CLAVE-MU     PIC 9       VALUE 0.                     LG151026

      *  LINEA A GRABAR EN SEGURIDAD.LOG
       01  EVENTO-MU           PIC X(001)  VALUE SPACES.                LG151026
       01  PERMISO-LOG-MU      PIC 9(002)  VALUE 0.                     LG151026
       01  DETALLE-LOG-MU      PIC X(040)  VALUE SPACES.                LG151026
       01  NOMBRE-PER-MU       PIC X(024)  VALUE SPACES.                LG151026

      *  SELECCION DEL LISTADO DE SEGURIDAD
       01  DESDE-ING-MU        PIC X(008)  VALUE SPACES.                LG151026
       01  HASTA-ING-MU        PIC X(008)  VALUE SPACES.                LG151026
       01  DESDE-MU            PIC 9(008)  VALUE 0.                     LG151026
       01  HASTA-MU            PIC 9(008)  VALUE 0.                     LG151026
       01  USU-SEL-MU          PIC X(010)  VALUE SPACES.                LG151026
       01  CANT-DEN-MU         PIC S9(005) COMP VALUE 0.                LG151026

       01  FIN-USU-MU          PIC 9       VALUE 0.                     LG151026
       01  FIN-SEG-MU          PIC 9       VALUE 0.                     LG151026
       01  CANT-LIS-MU         PIC S9(005) COMP VALUE 0.                LG151026
       01  LINEA-PAG-MU        PIC S9(005) COMP VALUE 0.                LG151026
       01  PAGINA-MU           PIC S9(005) COMP VALUE 0.                LG151026

       01  LIN-TIT1-MU.                                                 LG151026
           02  FILLER          PIC X(040) VALUE SPACES.                 LG151026
           02  TIT-NOMBRE-MU   PIC X(040) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(007) VALUE " FECHA ".              LG151026
           02  TIT-DD-MU       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-MM-MU       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  TIT-AAAA-MU     PIC 9(004).                              LG151026
           02  FILLER          PIC X(009) VALUE "   PAG.  ".            LG151026
           02  TIT-PAG-MU      PIC ZZZZ9.                               LG151026

       01  LIN-TIT2-MU.                                                 LG151026
           02  FILLER          PIC X(046) VALUE                         LG151026
               "USUARIO    NOMBRE                         E LO".        LG151026
           02  FILLER          PIC X(046) VALUE                         LG151026
               " PERMISOS   ALTA     MODIF.   CLAVE    POR".            LG151026

       01  LIN-TIT3-MU.                                                 LG151026
           02  FILLER          PIC X(046) VALUE                         LG151026
               "                                              ".        LG151026
           02  FILLER          PIC X(011) VALUE                         LG151026
               " 1234567890".                                           LG151026

       01  LIN-DET-MU.                                                  LG151026
           02  DET-CODIGO-MU   PIC X(010).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-NOMBRE-MU   PIC X(030).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-ESTADO-MU   PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-LOCAL-MU    PIC X(002).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-PERMISOS-MU PIC X(010).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-ALTA-MU     PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-MOD-MU      PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-CLAVE-MU    PIC 9(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  DET-POR-MU      PIC X(010).                              LG151026

       01  LIN-PER-MU.                                                  LG151026
           02  FILLER          PIC X(010) VALUE "PERMISO ".             LG151026
           02  PER-NRO-MU      PIC Z9.                                  LG151026
           02  FILLER          PIC X(003) VALUE " = ".                  LG151026
           02  PER-NOMBRE-MU   PIC X(024).                              LG151026

       01  LIN-TIT4-MU.                                                 LG151026
           02  FILLER          PIC X(047) VALUE                         LG151026
               "FECHA      HORA   TERM USUARIO    PROGRAMA E FN".       LG151026
           02  FILLER          PIC X(051) VALUE                         LG151026
               " AFECTADO   DETALLE".                                   LG151026

       01  LIN-SEG-MU.                                                  LG151026
           02  SDT-DD-MU       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  SDT-MM-MU       PIC 9(002).                              LG151026
           02  FILLER          PIC X(001) VALUE "/".                    LG151026
           02  SDT-AAAA-MU     PIC 9(004).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-HORA-MU     PIC 9(006).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-TERM-MU     PIC X(004).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-USU-MU      PIC X(010).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-PROG-MU     PIC X(008).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-EVENTO-MU   PIC X(001).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-PERM-MU     PIC Z9.                                  LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-AFECT-MU    PIC X(010).                              LG151026
           02  FILLER          PIC X(001) VALUE SPACES.                 LG151026
           02  SDT-DETALLE-MU  PIC X(040).                              LG151026

       01  LIN-MOT-MU.                                                  LG151026
           02  FILLER          PIC X(055) VALUE SPACES.                 LG151026
           02  FILLER          PIC X(008) VALUE "MOTIVO: ".             LG151026
           02  MOT-MENSAJE-MU  PIC X(040).                              LG151026

       01  LIN-TOT-MU.                                                  LG151026
           02  TOT-TEXTO-MU    PIC X(020).                              LG151026
           02  TOT-CANT-MU     PIC ZZZZ9.                               LG151026
           02  TOT-TEXTO2-MU   PIC X(014).                              LG151026
           02  TOT-CANT2-MU    PIC ZZZZ9 BLANK WHEN ZERO.               LG151026

       PROCEDURE DIVISION.                                              LG151026

       COMIENZO SECTION.                                                LG151026
       PROCESO.                                                         LG151026
           DISPLAY "MANUSU - MAESTRO DE USUARIOS" UPON CONSOLE          LG151026
           ACCEPT FECHA-HOY-MU FROM DATE YYYYMMDD                       LG151026
           PERFORM CONTROLA-PRIMERO-MU THRU EXIT-CONPRI-MU              LG151026
           IF PRIMERO-MU = 1                                            LG151026
               PERFORM PRIMER-USUARIO-MU THRU EXIT-PRIUSU-MU            LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           MOVE SPACES   TO REG-VALUSU                                  LG151026
           MOVE "MANUSU" TO PROGRAMA-VU                                 LG151026
           SET PER-USUARIOS-VU TO TRUE                                  LG151026
           PERFORM INGRESA-USUARIO THRU EXIT-INGUSU                     LG151026
           IF NOT USUARIO-AUTORIZADO                                    LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           MOVE USUARIO-VU TO OPERADOR-MU                               LG151026

           DISPLAY "1=ALTA 2=MODIFICACION 3=BAJA 4=LISTADO DE USUARIOS "LG151026
                   "5=LISTADO DE SEGURIDAD:" UPON CONSOLE               LG151026
           ACCEPT MODO-ING-MU FROM CONSOLE                              LG151026
           IF MODO-ING-MU NOT = "1" AND MODO-ING-MU NOT = "2" AND       LG151026
              MODO-ING-MU NOT = "3" AND MODO-ING-MU NOT = "4" AND       LG151026
              MODO-ING-MU NOT = "5"                                     LG151026
               DISPLAY "MANUSU - OPCION INVALIDA" UPON CONSOLE          LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           IF MODO-ING-MU = "4"                                         LG151026
               PERFORM LISTA-USU-MU THRU EXIT-LISUSU-MU                 LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           IF MODO-ING-MU = "5"                                         LG151026
               PERFORM LISTA-SEG-MU THRU EXIT-LISSEG-MU                 LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           OPEN I-O ARCH-USU                                            LG151026
           IF ST-USU NOT = "00"                                         LG151026
               DISPLAY "MANUSU - NO SE PUDO ABRIR USUARIOS.DAT ST "     LG151026
                       ST-USU UPON CONSOLE                              LG151026
               GO TO FIN-PROCESO                                        LG151026
           END-IF                                                       LG151026
           PERFORM MANTIENE-UNO-MU THRU EXIT-MANT-MU                    LG151026
           PERFORM MANTIENE-UNO-MU THRU EXIT-MANT-MU                    LG151026
                   UNTIL CODIGO-ING-MU = SPACES                         LG151026
           CLOSE ARCH-USU                                               LG151026
           DISPLAY "MANUSU - ALTAS " CANT-ALTA-MU                       LG151026
                   " MODIFICACIONES " CANT-MOD-MU                       LG151026
                   " BAJAS " CANT-BAJA-MU UPON CONSOLE.                 LG151026
       FIN-PROCESO.                                                     LG151026
           STOP RUN.                                                    LG151026

      ******************************************************************
      *   CONTROLA-PRIMERO-MU - PRIMERO-MU = 1 SI TODAVIA NO HAY      *
      *   NINGUN USUARIO EN USUARIOS.DAT.                             *
      ******************************************************************
       CONTROLA-PRIMERO-MU.                                             LG151026
           MOVE 0 TO PRIMERO-MU                                         LG151026
           OPEN INPUT ARCH-USU                                          LG151026
           IF ST-USU = "05"                                             LG151026
               CLOSE ARCH-USU                                           LG151026
               MOVE 1 TO PRIMERO-MU                                     LG151026
               GO TO EXIT-CONPRI-MU                                     LG151026
           END-IF                                                       LG151026
           IF ST-USU NOT = "00"                                         LG151026
               GO TO EXIT-CONPRI-MU                                     LG151026
           END-IF                                                       LG151026
           READ ARCH-USU NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO PRIMERO-MU                                 LG151026
           END-READ                                                     LG151026
           CLOSE ARCH-USU.                                              LG151026
       EXIT-CONPRI-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PRIMER-USUARIO-MU - SIN USUARIOS DADOS DE ALTA, SE DA DE    *
      *   ALTA EL PRIMERO (EL ADMINISTRADOR) CON TODOS LOS PERMISOS.  *
      *   DESDE ESE MOMENTO VALUSU CONTROLA TODOS LOS PROGRAMAS.      *
      *   LOS DATOS SE PIDEN ANTES DE ABRIR USUARIOS.DAT, PARA NO     *
      *   DEJARLO CREADO Y VACIO SI EL ALTA NO SE COMPLETA.           *
      ******************************************************************
       PRIMER-USUARIO-MU.                                               LG151026
           DISPLAY "MANUSU - NO HAY USUARIOS: SE DA DE ALTA EL "        LG151026
                   "ADMINISTRADOR CON TODOS LOS PERMISOS" UPON CONSOLE  LG151026
           DISPLAY "CODIGO DE USUARIO:" UPON CONSOLE                    LG151026
           ACCEPT CODIGO-ING-MU FROM CONSOLE                            LG151026
           IF CODIGO-ING-MU = SPACES                                    LG151026
               DISPLAY "MANUSU - FALTA EL CODIGO, NO SE GRABA"          LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-PRIUSU-MU                                     LG151026
           END-IF                                                       LG151026
           MOVE CODIGO-ING-MU TO OPERADOR-MU                            LG151026
           PERFORM PIDE-ALTA-MU THRU EXIT-PIDALT-MU                     LG151026
           IF ALTA-OK-MU = 0                                            LG151026
               GO TO EXIT-PRIUSU-MU                                     LG151026
           END-IF                                                       LG151026
           OPEN I-O ARCH-USU                                            LG151026
           IF ST-USU NOT = "00" AND ST-USU NOT = "05"                   LG151026
               DISPLAY "MANUSU - NO SE PUDO ABRIR USUARIOS.DAT ST "     LG151026
                       ST-USU UPON CONSOLE                              LG151026
               GO TO EXIT-PRIUSU-MU                                     LG151026
           END-IF                                                       LG151026
           PERFORM ARMA-ALTA-MU THRU EXIT-ARMALT-MU                     LG151026
           CLOSE ARCH-USU                                               LG151026
           IF CANT-ALTA-MU > 0                                          LG151026
               DISPLAY "MANUSU - ADMINISTRADOR " CODIGO-ING-MU          LG151026
                       " DADO DE ALTA" UPON CONSOLE                     LG151026
           END-IF.                                                      LG151026
       EXIT-PRIUSU-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   MANTIENE-UNO-MU - PIDE UN CODIGO Y LO DERIVA A LA ALTA,     *
      *   MODIFICACION O BAJA SEGUN LA OPCION ELEGIDA.                *
      ******************************************************************
       MANTIENE-UNO-MU.                                                 LG151026
           DISPLAY "CODIGO DE USUARIO (VACIO=FIN):" UPON CONSOLE        LG151026
           ACCEPT CODIGO-ING-MU FROM CONSOLE                            LG151026
           IF CODIGO-ING-MU = SPACES                                    LG151026
               GO TO EXIT-MANT-MU                                       LG151026
           END-IF                                                       LG151026
           MOVE CODIGO-ING-MU TO USU-CODIGO                             LG151026
           READ ARCH-USU                                                LG151026
               INVALID KEY                                              LG151026
                   IF MODO-ING-MU = "1"                                 LG151026
                       PERFORM ALTA-USU-MU THRU EXIT-ALTA-MU            LG151026
                   ELSE                                                 LG151026
                       DISPLAY "MANUSU - USUARIO INEXISTENTE"           LG151026
                               UPON CONSOLE                             LG151026
                   END-IF                                               LG151026
                   GO TO EXIT-MANT-MU                                   LG151026
           END-READ                                                     LG151026
           IF MODO-ING-MU = "1"                                         LG151026
               DISPLAY "MANUSU - EL USUARIO YA EXISTE: " USU-NOMBRE     LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-MANT-MU                                       LG151026
           END-IF                                                       LG151026
           IF MODO-ING-MU = "2"                                         LG151026
               PERFORM MODIFICA-USU-MU THRU EXIT-MODIF-MU               LG151026
           ELSE                                                         LG151026
               PERFORM BAJA-USU-MU THRU EXIT-BAJA-MU                    LG151026
           END-IF.                                                      LG151026
       EXIT-MANT-MU.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ALTA-USU-MU - USUARIO NUEVO: NOMBRE, CLAVE, LOCAL Y PERMISOS*
      *   (EL PRIMER USUARIO LOS RECIBE TODOS).  QUEDA ACTIVO.  EL ALTA*
      *   Y CADA PERMISO OTORGADO QUEDAN EN SEGURIDAD.LOG.            *
      ******************************************************************
       ALTA-USU-MU.                                                     LG151026
           PERFORM PIDE-ALTA-MU THRU EXIT-PIDALT-MU                     LG151026
           IF ALTA-OK-MU = 0                                            LG151026
               GO TO EXIT-ALTA-MU                                       LG151026
           END-IF                                                       LG151026
           PERFORM ARMA-ALTA-MU THRU EXIT-ARMALT-MU.                    LG151026
       EXIT-ALTA-MU.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PIDE-ALTA-MU - NOMBRE, CLAVE (CON REPETICION) Y LOCAL DEL   *
      *   USUARIO NUEVO.  DEJA ALTA-OK-MU = 1 SI ESTAN COMPLETOS.     *
      ******************************************************************
       PIDE-ALTA-MU.                                                    LG151026
           MOVE 0 TO ALTA-OK-MU                                         LG151026
           DISPLAY "NOMBRE:" UPON CONSOLE                               LG151026
           ACCEPT NOMBRE-ING-MU FROM CONSOLE                            LG151026
           IF NOMBRE-ING-MU = SPACES                                    LG151026
               DISPLAY "MANUSU - FALTA EL NOMBRE, NO SE GRABA"          LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-PIDALT-MU                                     LG151026
           END-IF                                                       LG151026
           PERFORM PIDE-CLAVE-MU THRU EXIT-PIDCLA-MU                    LG151026
           IF CLAVE-OK-MU = 0                                           LG151026
               GO TO EXIT-PIDALT-MU                                     LG151026
           END-IF                                                       LG151026
           DISPLAY "LOCAL HABILITADO (VACIO=TODOS LOS LOCALES):"        LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT LOCAL-ING-MU FROM CONSOLE                             LG151026
           MOVE 1 TO ALTA-OK-MU.                                        LG151026
       EXIT-PIDALT-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ARMA-ALTA-MU - ARMA EL REGISTRO CON LOS DATOS PEDIDOS, LOS  *
      *   PERMISOS (EL PRIMER USUARIO LOS RECIBE TODOS) Y LO GRABA.   *
      ******************************************************************
       ARMA-ALTA-MU.                                                    LG151026
           MOVE SPACES        TO REG-USU                                LG151026
           MOVE CODIGO-ING-MU TO USU-CODIGO                             LG151026
           MOVE NOMBRE-ING-MU TO USU-NOMBRE                             LG151026
           MOVE CLAVE-ING-MU  TO USU-CLAVE                              LG151026
           MOVE LOCAL-ING-MU  TO USU-LOCAL                              LG151026
           PERFORM VARYING IP-MU FROM 1 BY 1                            LG151026
                   UNTIL IP-MU > CANT-PERMISOS                          LG151026
               IF PRIMERO-MU = 1                                        LG151026
                   MOVE "S" TO USU-PERMISO (IP-MU)                      LG151026
               ELSE                                                     LG151026
                   DISPLAY NOMBRE-PERMISO (IP-MU) " (S/N):"             LG151026
                           UPON CONSOLE                                 LG151026
                   ACCEPT PERM-ING-MU FROM CONSOLE                      LG151026
                   IF PERM-ING-MU = "S" OR PERM-ING-MU = "s"            LG151026
                       MOVE "S" TO USU-PERMISO (IP-MU)                  LG151026
                   ELSE                                                 LG151026
                       MOVE "N" TO USU-PERMISO (IP-MU)                  LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           SET USU-ACTIVO     TO TRUE                                   LG151026
           MOVE FECHA-HOY-MU  TO USU-FECHA-ALTA                         LG151026
           MOVE FECHA-HOY-MU  TO USU-FECHA-MOD                          LG151026
           MOVE FECHA-HOY-MU  TO USU-FECHA-CLAVE                        LG151026
           MOVE OPERADOR-MU   TO USU-USUARIO-MOD                        LG151026
           WRITE REG-USU                                                LG151026
           IF ST-USU NOT = "00"                                         LG151026
               DISPLAY "MANUSU - ERROR AL GRABAR ST " ST-USU            LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-ARMALT-MU                                     LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-ALTA-MU                                        LG151026
           MOVE "A"        TO EVENTO-MU                                 LG151026
           MOVE 0          TO PERMISO-LOG-MU                            LG151026
           MOVE SPACES     TO DETALLE-LOG-MU                            LG151026
           STRING "ALTA LOCAL " USU-LOCAL " " USU-NOMBRE                LG151026
                  DELIMITED BY SIZE INTO DETALLE-LOG-MU                 LG151026
           END-STRING                                                   LG151026
           PERFORM GRABA-SEG-MU THRU EXIT-GRASEG-MU                     LG151026
           PERFORM VARYING IP-MU FROM 1 BY 1                            LG151026
                   UNTIL IP-MU > CANT-PERMISOS                          LG151026
               IF USU-PERMISO (IP-MU) = "S"                             LG151026
                   MOVE "N" TO ANT-PERMISO-MU (IP-MU)                   LG151026
                   PERFORM LOG-PERMISO-MU THRU EXIT-LOGPER-MU           LG151026
               END-IF                                                   LG151026
           END-PERFORM.                                                 LG151026
       EXIT-ARMALT-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   MODIFICA-USU-MU - MUESTRA CADA DATO Y PIDE EL NUEVO VALOR   *
      *   (EN BLANCO CONSERVA EL ACTUAL); LA CLAVE SOLO SE CAMBIA SI  *
      *   SE PIDE.  CADA CAMBIO QUEDA EN SEGURIDAD.LOG.  EL OPERADOR NO*
      *   PUEDE INACTIVARSE NI QUITARSE LA ADMINISTRACION DE USUARIOS.*
      ******************************************************************
       MODIFICA-USU-MU.                                                 LG151026
           MOVE USU-NOMBRE   TO ANT-NOMBRE-MU                           LG151026
           MOVE USU-LOCAL    TO ANT-LOCAL-MU                            LG151026
           MOVE USU-ESTADO   TO ANT-ESTADO-MU                           LG151026
           MOVE USU-PERMISOS TO ANT-PERMISOS-MU                         LG151026
           MOVE 0            TO CAMBIO-CLAVE-MU                         LG151026
           DISPLAY "NOMBRE ACTUAL: " USU-NOMBRE UPON CONSOLE            LG151026
           DISPLAY "NUEVO NOMBRE (VACIO=SIN CAMBIO):" UPON CONSOLE      LG151026
           ACCEPT NOMBRE-ING-MU FROM CONSOLE                            LG151026
           IF NOMBRE-ING-MU NOT = SPACES                                LG151026
               MOVE NOMBRE-ING-MU TO USU-NOMBRE                         LG151026
           END-IF                                                       LG151026
           DISPLAY "CAMBIA LA CLAVE (S/N):" UPON CONSOLE                LG151026
           ACCEPT RESP-MU FROM CONSOLE                                  LG151026
           IF RESP-MU = "S" OR RESP-MU = "s"                            LG151026
               PERFORM PIDE-CLAVE-MU THRU EXIT-PIDCLA-MU                LG151026
               IF CLAVE-OK-MU = 0                                       LG151026
                   GO TO EXIT-MODIF-MU                                  LG151026
               END-IF                                                   LG151026
               MOVE CLAVE-ING-MU TO USU-CLAVE                           LG151026
               MOVE FECHA-HOY-MU TO USU-FECHA-CLAVE                     LG151026
               MOVE 1 TO CAMBIO-CLAVE-MU                                LG151026
           END-IF                                                       LG151026
           DISPLAY "LOCAL ACTUAL: " USU-LOCAL                           LG151026
                   " (VACIO=SIN CAMBIO, **=TODOS):" UPON CONSOLE        LG151026
           ACCEPT LOCAL-ING-MU FROM CONSOLE                             LG151026
           IF LOCAL-ING-MU = "**"                                       LG151026
               MOVE SPACES TO USU-LOCAL                                 LG151026
           ELSE                                                         LG151026
               IF LOCAL-ING-MU NOT = SPACES                             LG151026
                   MOVE LOCAL-ING-MU TO USU-LOCAL                       LG151026
               END-IF                                                   LG151026
           END-IF                                                       LG151026
           DISPLAY "ESTADO ACTUAL: " USU-ESTADO                         LG151026
                   " (A=ACTIVO I=INACTIVO, VACIO=SIN CAMBIO):"          LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT ESTADO-ING-MU FROM CONSOLE                            LG151026
           IF ESTADO-ING-MU NOT = SPACES                                LG151026
               IF ESTADO-ING-MU NOT = "A" AND ESTADO-ING-MU NOT = "I"   LG151026
                   DISPLAY "MANUSU - ESTADO INVALIDO, NO SE GRABA"      LG151026
                           UPON CONSOLE                                 LG151026
                   GO TO EXIT-MODIF-MU                                  LG151026
               END-IF                                                   LG151026
               IF ESTADO-ING-MU = "I" AND USU-CODIGO = OPERADOR-MU      LG151026
                   DISPLAY "MANUSU - NO PUEDE INACTIVARSE A SI MISMO, " LG151026
                           "NO SE GRABA" UPON CONSOLE                   LG151026
                   GO TO EXIT-MODIF-MU                                  LG151026
               END-IF                                                   LG151026
               MOVE ESTADO-ING-MU TO USU-ESTADO                         LG151026
           END-IF                                                       LG151026
           PERFORM VARYING IP-MU FROM 1 BY 1                            LG151026
                   UNTIL IP-MU > CANT-PERMISOS                          LG151026
               DISPLAY NOMBRE-PERMISO (IP-MU) " ACTUAL "                LG151026
                       USU-PERMISO (IP-MU)                              LG151026
                       " (S/N, VACIO=SIN CAMBIO):" UPON CONSOLE         LG151026
               ACCEPT PERM-ING-MU FROM CONSOLE                          LG151026
               IF PERM-ING-MU = "S" OR PERM-ING-MU = "s"                LG151026
                   MOVE "S" TO USU-PERMISO (IP-MU)                      LG151026
               ELSE                                                     LG151026
                   IF PERM-ING-MU = "N" OR PERM-ING-MU = "n"            LG151026
                       MOVE "N" TO USU-PERMISO (IP-MU)                  LG151026
                   END-IF                                               LG151026
               END-IF                                                   LG151026
           END-PERFORM                                                  LG151026
           IF USU-CODIGO = OPERADOR-MU AND                              LG151026
              USU-PERMISO (10) NOT = "S"                                LG151026
               DISPLAY "MANUSU - NO PUEDE QUITARSE LA ADMINISTRACION "  LG151026
                       "DE USUARIOS, NO SE GRABA" UPON CONSOLE          LG151026
               GO TO EXIT-MODIF-MU                                      LG151026
           END-IF                                                       LG151026
           MOVE FECHA-HOY-MU TO USU-FECHA-MOD                           LG151026
           MOVE OPERADOR-MU  TO USU-USUARIO-MOD                         LG151026
           REWRITE REG-USU                                              LG151026
           IF ST-USU NOT = "00"                                         LG151026
               DISPLAY "MANUSU - ERROR AL GRABAR ST " ST-USU            LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-MODIF-MU                                      LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-MOD-MU                                         LG151026
           MOVE 0 TO PERMISO-LOG-MU                                     LG151026
           IF USU-NOMBRE NOT = ANT-NOMBRE-MU                            LG151026
               MOVE "M"    TO EVENTO-MU                                 LG151026
               MOVE SPACES TO DETALLE-LOG-MU                            LG151026
               STRING "NOMBRE: " USU-NOMBRE                             LG151026
                      DELIMITED BY SIZE INTO DETALLE-LOG-MU             LG151026
               END-STRING                                               LG151026
               PERFORM GRABA-SEG-MU THRU EXIT-GRASEG-MU                 LG151026
           END-IF                                                       LG151026
           IF CAMBIO-CLAVE-MU = 1                                       LG151026
               MOVE "C"    TO EVENTO-MU                                 LG151026
               MOVE "CAMBIO DE CLAVE" TO DETALLE-LOG-MU                 LG151026
               PERFORM GRABA-SEG-MU THRU EXIT-GRASEG-MU                 LG151026
           END-IF                                                       LG151026
           IF USU-LOCAL NOT = ANT-LOCAL-MU                              LG151026
               MOVE "M"    TO EVENTO-MU                                 LG151026
               MOVE SPACES TO DETALLE-LOG-MU                            LG151026
               STRING "LOCAL: " ANT-LOCAL-MU " -> " USU-LOCAL           LG151026
                      DELIMITED BY SIZE INTO DETALLE-LOG-MU             LG151026
               END-STRING                                               LG151026
               PERFORM GRABA-SEG-MU THRU EXIT-GRASEG-MU                 LG151026
           END-IF                                                       LG151026
           IF USU-ESTADO NOT = ANT-ESTADO-MU                            LG151026
               MOVE "M"    TO EVENTO-MU                                 LG151026
               MOVE SPACES TO DETALLE-LOG-MU                            LG151026
               STRING "ESTADO: " ANT-ESTADO-MU " -> " USU-ESTADO        LG151026
                      DELIMITED BY SIZE INTO DETALLE-LOG-MU             LG151026
               END-STRING                                               LG151026
               PERFORM GRABA-SEG-MU THRU EXIT-GRASEG-MU                 LG151026
           END-IF                                                       LG151026
           PERFORM VARYING IP-MU FROM 1 BY 1                            LG151026
                   UNTIL IP-MU > CANT-PERMISOS                          LG151026
               IF USU-PERMISO (IP-MU) NOT = ANT-PERMISO-MU (IP-MU)      LG151026
                   PERFORM LOG-PERMISO-MU THRU EXIT-LOGPER-MU           LG151026
               END-IF                                                   LG151026
           END-PERFORM.                                                 LG151026
       EXIT-MODIF-MU.                                                   LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   BAJA-USU-MU - BAJA LOGICA PREVIA CONFIRMACION: EL USUARIO   *
      *   QUEDA INACTIVO Y VALUSU LO RECHAZA EN TODOS LOS PROGRAMAS.  *
      ******************************************************************
       BAJA-USU-MU.                                                     LG151026
           IF USU-INACTIVO                                              LG151026
               DISPLAY "MANUSU - EL USUARIO YA ESTA DADO DE BAJA"       LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-BAJA-MU                                       LG151026
           END-IF                                                       LG151026
           IF USU-CODIGO = OPERADOR-MU                                  LG151026
               DISPLAY "MANUSU - NO PUEDE DARSE DE BAJA A SI MISMO"     LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-BAJA-MU                                       LG151026
           END-IF                                                       LG151026
           DISPLAY USU-CODIGO " " USU-NOMBRE UPON CONSOLE               LG151026
           DISPLAY "  CONFIRMA LA BAJA (S/N):" UPON CONSOLE             LG151026
           ACCEPT RESP-MU FROM CONSOLE                                  LG151026
           IF RESP-MU NOT = "S" AND RESP-MU NOT = "s"                   LG151026
               GO TO EXIT-BAJA-MU                                       LG151026
           END-IF                                                       LG151026
           SET USU-INACTIVO  TO TRUE                                    LG151026
           MOVE FECHA-HOY-MU TO USU-FECHA-MOD                           LG151026
           MOVE OPERADOR-MU  TO USU-USUARIO-MOD                         LG151026
           REWRITE REG-USU                                              LG151026
           IF ST-USU NOT = "00"                                         LG151026
               DISPLAY "MANUSU - ERROR AL GRABAR ST " ST-USU            LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-BAJA-MU                                       LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-BAJA-MU                                        LG151026
           MOVE "B"        TO EVENTO-MU                                 LG151026
           MOVE 0          TO PERMISO-LOG-MU                            LG151026
           MOVE SPACES     TO DETALLE-LOG-MU                            LG151026
           STRING "BAJA " USU-NOMBRE                                    LG151026
                  DELIMITED BY SIZE INTO DETALLE-LOG-MU                 LG151026
           END-STRING                                                   LG151026
           PERFORM GRABA-SEG-MU THRU EXIT-GRASEG-MU.                    LG151026
       EXIT-BAJA-MU.                                                    LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   PIDE-CLAVE-MU - PIDE LA CLAVE DOS VECES; NO PUEDE QUEDAR EN *
      *   BLANCO.  CLAVE-OK-MU = 1 SI COINCIDEN.                      *
      ******************************************************************
       PIDE-CLAVE-MU.                                                   LG151026
           MOVE 0 TO CLAVE-OK-MU                                        LG151026
           DISPLAY "CLAVE:" UPON CONSOLE                                LG151026
           ACCEPT CLAVE-ING-MU FROM CONSOLE                             LG151026
           DISPLAY "REPITA LA CLAVE:" UPON CONSOLE                      LG151026
           ACCEPT CLAVE-REP-MU FROM CONSOLE                             LG151026
           IF CLAVE-ING-MU = SPACES                                     LG151026
               DISPLAY "MANUSU - LA CLAVE NO PUEDE QUEDAR EN BLANCO, "  LG151026
                       "NO SE GRABA" UPON CONSOLE                       LG151026
               GO TO EXIT-PIDCLA-MU                                     LG151026
           END-IF                                                       LG151026
           IF CLAVE-ING-MU NOT = CLAVE-REP-MU                           LG151026
               DISPLAY "MANUSU - LAS CLAVES NO COINCIDEN, NO SE GRABA"  LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-PIDCLA-MU                                     LG151026
           END-IF                                                       LG151026
           MOVE 1 TO CLAVE-OK-MU.                                       LG151026
       EXIT-PIDCLA-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LOG-PERMISO-MU - DEJA EN SEGURIDAD.LOG EL CAMBIO DEL PERMISO*
      *   IP-MU (VALOR ANTERIOR -> NUEVO).                            *
      ******************************************************************
       LOG-PERMISO-MU.                                                  LG151026
           MOVE "P"                    TO EVENTO-MU                     LG151026
           MOVE IP-MU                  TO PERMISO-LOG-MU                LG151026
           MOVE NOMBRE-PERMISO (IP-MU) TO NOMBRE-PER-MU                 LG151026
           MOVE SPACES                 TO DETALLE-LOG-MU                LG151026
           STRING NOMBRE-PER-MU " " ANT-PERMISO-MU (IP-MU) " -> "       LG151026
                  USU-PERMISO (IP-MU)                                   LG151026
                  DELIMITED BY SIZE INTO DETALLE-LOG-MU                 LG151026
           END-STRING                                                   LG151026
           PERFORM GRABA-SEG-MU THRU EXIT-GRASEG-MU.                    LG151026
       EXIT-LOGPER-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   GRABA-SEG-MU - AGREGA A SEGURIDAD.LOG EL CAMBIO HECHO POR EL*
      *   OPERADOR SOBRE EL USUARIO USU-CODIGO.                       *
      ******************************************************************
       GRABA-SEG-MU.                                                    LG151026
           OPEN EXTEND ARCH-SEG                                         LG151026
           IF ST-SEG NOT = "00" AND ST-SEG NOT = "05"                   LG151026
               DISPLAY "MANUSU - NO SE PUDO ABRIR SEGURIDAD.LOG ST "    LG151026
                       ST-SEG UPON CONSOLE                              LG151026
               GO TO EXIT-GRASEG-MU                                     LG151026
           END-IF                                                       LG151026
           MOVE SPACES         TO LINEA-SEG                             LG151026
           ACCEPT SEG-FECHA    FROM DATE YYYYMMDD                       LG151026
           ACCEPT SEG-HORA     FROM TIME                                LG151026
           MOVE OPERADOR-MU    TO SEG-USUARIO                           LG151026
           MOVE "MANUSU"       TO SEG-PROGRAMA                          LG151026
           MOVE EVENTO-MU      TO SEG-EVENTO                            LG151026
           MOVE PERMISO-LOG-MU TO SEG-PERMISO                           LG151026
           MOVE USU-CODIGO     TO SEG-AFECTADO                          LG151026
           MOVE DETALLE-LOG-MU TO SEG-DETALLE                           LG151026
           WRITE LINEA-SEG                                              LG151026
           IF ST-SEG NOT = "00"                                         LG151026
               DISPLAY "MANUSU - ERROR AL GRABAR SEGURIDAD.LOG ST "     LG151026
                       ST-SEG UPON CONSOLE                              LG151026
           END-IF                                                       LG151026
           CLOSE ARCH-SEG.                                              LG151026
       EXIT-GRASEG-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LISTA-USU-MU - LISTADO DEL MAESTRO EN MANUSU.LIS EN ORDEN DE*
      *   CODIGO, CON LOS PERMISOS POR NUMERO DE FUNCION (S = SI) Y LA*
      *   REFERENCIA DE LOS NUMEROS AL FINAL.  LA CLAVE NO SE LISTA.  *
      ******************************************************************
       LISTA-USU-MU.                                                    LG151026
           OPEN INPUT ARCH-USU                                          LG151026
           IF ST-USU NOT = "00"                                         LG151026
               DISPLAY "MANUSU - NO SE PUDO ABRIR USUARIOS.DAT ST "     LG151026
                       ST-USU UPON CONSOLE                              LG151026
               GO TO EXIT-LISUSU-MU                                     LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "MANUSU - NO SE PUDO ABRIR MANUSU.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-USU                                           LG151026
               GO TO EXIT-LISUSU-MU                                     LG151026
           END-IF                                                       LG151026
           MOVE "MAESTRO DE USUARIOS" TO TIT-NOMBRE-MU                  LG151026
           PERFORM ENCABEZADO-MU THRU EXIT-ENC-MU                       LG151026
           PERFORM LEE-USU-MU THRU EXIT-LEEUSU-MU                       LG151026
           PERFORM IMPRIME-USU-MU THRU EXIT-IMPUSU-MU                   LG151026
                   UNTIL FIN-USU-MU = 1                                 LG151026
           MOVE SPACES TO LIN-TOT-MU                                    LG151026
           MOVE "USUARIOS "  TO TOT-TEXTO-MU                            LG151026
           MOVE CANT-LIS-MU  TO TOT-CANT-MU                             LG151026
           MOVE 0            TO TOT-CANT2-MU                            LG151026
           WRITE LINEA-LIS FROM LIN-TOT-MU AFTER ADVANCING 2 LINES      LG151026
           MOVE SPACES TO LINEA-LIS                                     LG151026
           WRITE LINEA-LIS AFTER ADVANCING 1 LINE                       LG151026
           PERFORM VARYING IP-MU FROM 1 BY 1                            LG151026
                   UNTIL IP-MU > CANT-PERMISOS                          LG151026
               MOVE IP-MU                  TO PER-NRO-MU                LG151026
               MOVE NOMBRE-PERMISO (IP-MU) TO PER-NOMBRE-MU             LG151026
               WRITE LINEA-LIS FROM LIN-PER-MU AFTER ADVANCING 1 LINE   LG151026
           END-PERFORM                                                  LG151026
           CLOSE ARCH-USU                                               LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "MANUSU - LISTADO EN MANUSU.LIS" UPON CONSOLE.       LG151026
       EXIT-LISUSU-MU.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-USU-MU.                                                      LG151026
           READ ARCH-USU NEXT                                           LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-USU-MU                                 LG151026
           END-READ.                                                    LG151026
       EXIT-LEEUSU-MU.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-USU-MU.                                                  LG151026
           IF LINEA-PAG-MU > 56                                         LG151026
               PERFORM ENCABEZADO-MU THRU EXIT-ENC-MU                   LG151026
           END-IF                                                       LG151026
           MOVE SPACES          TO LIN-DET-MU                           LG151026
           MOVE USU-CODIGO      TO DET-CODIGO-MU                        LG151026
           MOVE USU-NOMBRE      TO DET-NOMBRE-MU                        LG151026
           MOVE USU-ESTADO      TO DET-ESTADO-MU                        LG151026
           MOVE USU-LOCAL       TO DET-LOCAL-MU                         LG151026
           MOVE USU-PERMISOS    TO DET-PERMISOS-MU                      LG151026
           MOVE USU-FECHA-ALTA  TO DET-ALTA-MU                          LG151026
           MOVE USU-FECHA-MOD   TO DET-MOD-MU                           LG151026
           MOVE USU-FECHA-CLAVE TO DET-CLAVE-MU                         LG151026
           MOVE USU-USUARIO-MOD TO DET-POR-MU                           LG151026
           WRITE LINEA-LIS FROM LIN-DET-MU AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-MU                                        LG151026
           ADD 1 TO CANT-LIS-MU                                         LG151026
           PERFORM LEE-USU-MU THRU EXIT-LEEUSU-MU.                      LG151026
       EXIT-IMPUSU-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   LISTA-SEG-MU - LISTADO DE SEGURIDAD.LOG ENTRE DOS FECHAS    *
      *   (VACIO = SIN LIMITE), DE UN USUARIO O DE TODOS: INTENTOS    *
      *   DENEGADOS CON SU MOTIVO Y CAMBIOS EN EL MAESTRO DE USUARIOS.*
      ******************************************************************
       LISTA-SEG-MU.                                                    LG151026
           DISPLAY "FECHA DESDE (AAAAMMDD, VACIO=SIN LIMITE):"          LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT DESDE-ING-MU FROM CONSOLE                             LG151026
           DISPLAY "FECHA HASTA (AAAAMMDD, VACIO=SIN LIMITE):"          LG151026
                   UPON CONSOLE                                         LG151026
           ACCEPT HASTA-ING-MU FROM CONSOLE                             LG151026
           MOVE 0        TO DESDE-MU                                    LG151026
           MOVE 99999999 TO HASTA-MU                                    LG151026
           IF DESDE-ING-MU NOT = SPACES                                 LG151026
               IF DESDE-ING-MU NOT NUMERIC                              LG151026
                   DISPLAY "MANUSU - FECHA INVALIDA" UPON CONSOLE       LG151026
                   GO TO EXIT-LISSEG-MU                                 LG151026
               END-IF                                                   LG151026
               MOVE DESDE-ING-MU TO DESDE-MU                            LG151026
           END-IF                                                       LG151026
           IF HASTA-ING-MU NOT = SPACES                                 LG151026
               IF HASTA-ING-MU NOT NUMERIC                              LG151026
                   DISPLAY "MANUSU - FECHA INVALIDA" UPON CONSOLE       LG151026
                   GO TO EXIT-LISSEG-MU                                 LG151026
               END-IF                                                   LG151026
               MOVE HASTA-ING-MU TO HASTA-MU                            LG151026
           END-IF                                                       LG151026
           DISPLAY "USUARIO (VACIO=TODOS):" UPON CONSOLE                LG151026
           ACCEPT USU-SEL-MU FROM CONSOLE                               LG151026
           OPEN INPUT ARCH-SEG                                          LG151026
           IF ST-SEG NOT = "00"                                         LG151026
               IF ST-SEG = "05"                                         LG151026
                   CLOSE ARCH-SEG                                       LG151026
               END-IF                                                   LG151026
               DISPLAY "MANUSU - SIN SEGURIDAD.LOG ST " ST-SEG          LG151026
                       UPON CONSOLE                                     LG151026
               GO TO EXIT-LISSEG-MU                                     LG151026
           END-IF                                                       LG151026
           OPEN OUTPUT LISTADO                                          LG151026
           IF ST-LIS NOT = "00"                                         LG151026
               DISPLAY "MANUSU - NO SE PUDO ABRIR MANUSU.LIS ST "       LG151026
                       ST-LIS UPON CONSOLE                              LG151026
               CLOSE ARCH-SEG                                           LG151026
               GO TO EXIT-LISSEG-MU                                     LG151026
           END-IF                                                       LG151026
           MOVE "REGISTRO DE SEGURIDAD" TO TIT-NOMBRE-MU                LG151026
           PERFORM ENCABEZADO-MU THRU EXIT-ENC-MU                       LG151026
           PERFORM LEE-SEG-MU THRU EXIT-LEESEG-MU                       LG151026
           PERFORM IMPRIME-SEG-MU THRU EXIT-IMPSEG-MU                   LG151026
                   UNTIL FIN-SEG-MU = 1                                 LG151026
           MOVE SPACES TO LIN-TOT-MU                                    LG151026
           MOVE "LINEAS "      TO TOT-TEXTO-MU                          LG151026
           MOVE CANT-LIS-MU    TO TOT-CANT-MU                           LG151026
           MOVE "  DENEGADOS " TO TOT-TEXTO2-MU                         LG151026
           MOVE CANT-DEN-MU    TO TOT-CANT2-MU                          LG151026
           WRITE LINEA-LIS FROM LIN-TOT-MU AFTER ADVANCING 2 LINES      LG151026
           CLOSE ARCH-SEG                                               LG151026
           CLOSE LISTADO                                                LG151026
           DISPLAY "MANUSU - LISTADO EN MANUSU.LIS" UPON CONSOLE.       LG151026
       EXIT-LISSEG-MU.                                                  LG151026
           EXIT.                                                        LG151026

       LEE-SEG-MU.                                                      LG151026
           READ ARCH-SEG                                                LG151026
               AT END                                                   LG151026
                   MOVE 1 TO FIN-SEG-MU                                 LG151026
                   GO TO EXIT-LEESEG-MU                                 LG151026
           END-READ                                                     LG151026
           IF SEG-FECHA NOT NUMERIC                                     LG151026
              OR SEG-FECHA < DESDE-MU OR SEG-FECHA > HASTA-MU           LG151026
               GO TO LEE-SEG-MU                                         LG151026
           END-IF                                                       LG151026
           IF USU-SEL-MU NOT = SPACES AND                               LG151026
              SEG-USUARIO NOT = USU-SEL-MU AND                          LG151026
              SEG-AFECTADO NOT = USU-SEL-MU                             LG151026
               GO TO LEE-SEG-MU                                         LG151026
           END-IF.                                                      LG151026
       EXIT-LEESEG-MU.                                                  LG151026
           EXIT.                                                        LG151026

       IMPRIME-SEG-MU.                                                  LG151026
           IF LINEA-PAG-MU > 55                                         LG151026
               PERFORM ENCABEZADO-MU THRU EXIT-ENC-MU                   LG151026
           END-IF                                                       LG151026
           MOVE SEG-FECHA     TO FECHA-AMD                              LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD           TO SDT-DD-MU                              LG151026
           MOVE MMM           TO SDT-MM-MU                              LG151026
           MOVE AAA           TO SDT-AAAA-MU                            LG151026
           MOVE SEG-HORA      TO SDT-HORA-MU                            LG151026
           MOVE SEG-TERMINAL  TO SDT-TERM-MU                            LG151026
           MOVE SEG-USUARIO   TO SDT-USU-MU                             LG151026
           MOVE SEG-PROGRAMA  TO SDT-PROG-MU                            LG151026
           MOVE SEG-EVENTO    TO SDT-EVENTO-MU                          LG151026
           MOVE SEG-PERMISO   TO SDT-PERM-MU                            LG151026
           MOVE SEG-AFECTADO  TO SDT-AFECT-MU                           LG151026
           MOVE SEG-DETALLE   TO SDT-DETALLE-MU                         LG151026
           WRITE LINEA-LIS FROM LIN-SEG-MU AFTER ADVANCING 1 LINE       LG151026
           ADD 1 TO LINEA-PAG-MU                                        LG151026
           IF SEG-MENSAJE NOT = SPACES                                  LG151026
               MOVE SEG-MENSAJE TO MOT-MENSAJE-MU                       LG151026
               WRITE LINEA-LIS FROM LIN-MOT-MU AFTER ADVANCING 1 LINE   LG151026
               ADD 1 TO LINEA-PAG-MU                                    LG151026
           END-IF                                                       LG151026
           ADD 1 TO CANT-LIS-MU                                         LG151026
           IF SEG-DENEGADO                                              LG151026
               ADD 1 TO CANT-DEN-MU                                     LG151026
           END-IF                                                       LG151026
           PERFORM LEE-SEG-MU THRU EXIT-LEESEG-MU.                      LG151026
       EXIT-IMPSEG-MU.                                                  LG151026
           EXIT.                                                        LG151026

      ******************************************************************
      *   ENCABEZADO-MU - TITULOS DE CADA PAGINA DEL LISTADO.         *
      ******************************************************************
       ENCABEZADO-MU.                                                   LG151026
           ADD 1 TO PAGINA-MU                                           LG151026
           MOVE FECHA-HOY-MU TO FECHA-AMD                               LG151026
           PERFORM AMD-TO-DMA                                           LG151026
           MOVE DDD       TO TIT-DD-MU                                  LG151026
           MOVE MMM       TO TIT-MM-MU                                  LG151026
           MOVE AAA       TO TIT-AAAA-MU                                LG151026
           MOVE PAGINA-MU TO TIT-PAG-MU                                 LG151026
           WRITE LINEA-LIS FROM LIN-TIT1-MU AFTER ADVANCING PAGE        LG151026
           IF MODO-ING-MU = "5"                                         LG151026
               WRITE LINEA-LIS FROM LIN-TIT4-MU AFTER ADVANCING 2 LINES LG151026
               MOVE SPACES TO LINEA-LIS                                 LG151026
               WRITE LINEA-LIS AFTER ADVANCING 1 LINE                   LG151026
           ELSE                                                         LG151026
               WRITE LINEA-LIS FROM LIN-TIT2-MU AFTER ADVANCING 2 LINES LG151026
               WRITE LINEA-LIS FROM LIN-TIT3-MU AFTER ADVANCING 1 LINE  LG151026
           END-IF                                                       LG151026
           MOVE 4 TO LINEA-PAG-MU.                                      LG151026
       EXIT-ENC-MU.                                                     LG151026
           EXIT.                                                        LG151026

       COPY "FECHA.RUT".                                                LG151026
       COPY "USUARIO.RUT".                                              LG151026
