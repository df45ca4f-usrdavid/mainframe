      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB036.
       AUTHOR. DAVID.
       INSTALLATION. BANK.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
       SECURITY. NORMAL.

      ***********************
       ENVIRONMENT DIVISION.
      ***********************

****** CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM3270.
       OBJECT-COMPUTER. IBM3270.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

****** INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FILET es el fichero de resoluciones de cumplimiento
      *  normativo sobre las alertas de blanqueo: una por registro,
      *  con accion C (cerrada, descartada) o R (comunicada al
      *  supervisor).
           SELECT FILET ASSIGN TO ALRTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILET.

      * FILEA es el fichero de alertas (copy ALRTREC), abierto en
      *  I-O para cerrar los casos en sitio.
           SELECT FILEA ASSIGN TO ALERTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALR-CASO
           FILE STATUS IS FS-FILEA.

      * FILEU es la pista de auditoria de las alertas: la imagen
      *  anterior y posterior de cada caso cerrado, misma disciplina
      *  que el MANTAUD de APPB007.
           SELECT FILEU ASSIGN TO ALRAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEU.

      * FILERP es el informe de la ejecución: resoluciones
      *  rechazadas con su motivo y resumen final de contadores.
           SELECT FILERP ASSIGN TO ALRMREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILERP.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Resolucion de un caso: numero de caso y texto de la
      *  resolucion (obligatorio: es lo que queda del motivo del
      *  cierre).
       FD  FILET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILET.
       01 REC-FILET.
           05 TRN-ACTION           PIC X(01).
               88 TRN-CERRAR           VALUE 'C'.
               88 TRN-COMUNICAR        VALUE 'R'.
           05 TRN-CASO             PIC 9(10).
           05 TRN-RESOLUCION       PIC X(30).
           05 FILLER               PIC X(39).

      * Alertas de prevencion de blanqueo, descritas en su propio
      *  copy.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-ALERTA.
           COPY ALRTREC.

      * Auditoria: accion aplicada mas la imagen de la alerta antes
      *  y despues.
       FD  FILEU
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEU.
       01 REC-FILEU.
           05 AUD-ACTION           PIC X(01).
           05 AUD-IMAGEN-ANTES     PIC X(120).
           05 AUD-IMAGEN-DESPUES   PIC X(120).

       FD  FILERP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILERP.
       01 REC-FILERP               PIC X(132).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILET   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILEU   PIC X(02) VALUE SPACES.
       01 FS-FILERP  PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILET-OPEN    PIC X VALUE 'N'.
           88 FILET-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILEU-OPEN    PIC X VALUE 'N'.
           88 FILEU-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

      * Contadores para el resumen final del informe.
       01 WS-TRN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-CNT-CERRADAS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-COMUNICADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECHAZOS      PIC 9(09) VALUE ZERO.

      * Imagen de la alerta antes de cerrarla, para el registro de
      *  auditoria.
       01 WS-IMAGEN-ANTES      PIC X(120) VALUE SPACES.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD: fecha de cierre de los
      *  casos.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Cabecera del informe de resoluciones.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(42)
               VALUE 'RESOLUCION DE ALERTAS DE BLANQUEO       - '.
           05 FILLER               PIC X(07) VALUE 'APPB036'.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(15)
               VALUE 'FECHA PROCESO: '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Linea de rechazo del informe: la resolucion y el motivo.
       01 WS-LINEA-REJ.
           05 FILLER               PIC X(11)
               VALUE 'RECHAZADA: '.
           05 REJ-ACTION           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 REJ-CASO             PIC X(10).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 REJ-MOTIVO           PIC X(40).

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(24).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD: encabeza el
      *  informe y fecha los cierres.
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 1000-OPEN-FILES

           PERFORM 1100-CABECERA-INFORME

           PERFORM 2000-READ-FILET

           PERFORM UNTIL FS-FILET = '10'
               ADD 1 TO WS-TRN-COUNT
               PERFORM 2100-APLICAR-RESOLUCION
               PERFORM 2000-READ-FILET
           END-PERFORM

           PERFORM 8000-RESUMEN-INFORME

           PERFORM 9000-CLOSE-FILES

           IF WS-CNT-RECHAZOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * La fecha de proceso debe venir y ser numerica; de ella sale
      *  la fecha completa con el ajuste de fin de año de APPB005.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB036: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB036: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; la auditoria va en EXTEND para que cada
      *  ejecución se acumule al historial, igual que el MANTAUD de
      *  APPB007.
       1000-OPEN-FILES.
           OPEN INPUT FILET
           IF FS-FILET NOT = '00'
               DISPLAY 'APPB036: ERROR ABRIENDO ALRTRAN - FILE STATUS '
                       FS-FILET
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILET-OPEN

      * Un fichero de alertas recien definido y aun vacio da File
      *  Status 35 en el OPEN I-O: se inicializa abriendolo en
      *  OUTPUT y se vuelve a abrir en I-O.
           OPEN I-O FILEA
           IF FS-FILEA = '35'
               DISPLAY 'APPB036: AVISO - ALERTAS VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEA
               IF FS-FILEA = '00'
                   CLOSE FILEA
                   OPEN I-O FILEA
               END-IF
           END-IF
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB036: ERROR ABRIENDO ALERTAS - FILE STATUS '
                       FS-FILEA
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEA-OPEN

           OPEN EXTEND FILEU
           IF FS-FILEU NOT = '00'
               DISPLAY 'APPB036: ERROR ABRIENDO ALRAUD - FILE STATUS '
                       FS-FILEU
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEU-OPEN

           OPEN OUTPUT FILERP
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB036: ERROR ABRIENDO ALRMREP - FILE STATUS '
                       FS-FILERP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILERP-OPEN.

      * Cabecera del informe con la fecha de proceso.
       1100-CABECERA-INFORME.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-LINEA-H1 TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Lectura secuencial del fichero de resoluciones.
       2000-READ-FILET.
           READ FILET
           END-READ
           IF FS-FILET = '00' OR FS-FILET = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB036: ERROR LEYENDO ALRTRAN - FILE STATUS '
                       FS-FILET
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Cierra un caso: accion conocida, caso numerico, resolucion
      *  informada, y la alerta debe existir y seguir abierta. El
      *  caso queda con el estado de la accion, la fecha de proceso
      *  y la resolucion; desde la siguiente vigilancia el cliente
      *  puede volver a recibir una alerta de ese tipo.
       2100-APLICAR-RESOLUCION.
           IF NOT TRN-CERRAR AND NOT TRN-COMUNICAR
               MOVE 'ACCION DESCONOCIDA' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-RESOLUCION
           ELSE
           IF TRN-CASO NOT NUMERIC
               MOVE 'NUMERO DE CASO NO NUMERICO' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-RESOLUCION
           ELSE
           IF TRN-RESOLUCION = SPACES
               MOVE 'RESOLUCION SIN INFORMAR' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-RESOLUCION
           ELSE
               MOVE TRN-CASO TO ALR-CASO
               PERFORM 4000-READ-ALERTA
               IF FS-FILEA = '23'
                   MOVE 'CASO NO EXISTE' TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-RESOLUCION
               ELSE
               IF NOT ALR-ST-ABIERTA
                   MOVE 'CASO YA CERRADO' TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-RESOLUCION
               ELSE
                   MOVE REC-ALERTA TO WS-IMAGEN-ANTES
                   MOVE TRN-ACTION TO ALR-ESTADO
                   MOVE WS-PROC-DATE-FULL-N TO ALR-FECHA-CIERRE
                   MOVE TRN-RESOLUCION TO ALR-RESOLUCION
                   PERFORM 4100-REWRITE-ALERTA
                   PERFORM 6000-GRABAR-AUDITORIA
                   IF TRN-CERRAR
                       ADD 1 TO WS-CNT-CERRADAS
                   ELSE
                       ADD 1 TO WS-CNT-COMUNICADAS
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * Lectura aleatoria de la alerta (la clave ya viene puesta por
      *  el parrafo que llama). El File Status 23 (no encontrado) NO
      *  es error aqui: el parrafo de arriba lo convierte en rechazo.
       4000-READ-ALERTA.
           READ FILEA
           END-READ
           IF FS-FILEA = '00' OR FS-FILEA = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB036: ERROR LEYENDO ALERTAS - FILE STATUS '
                       FS-FILEA
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rescritura de la alerta cerrada.
       4100-REWRITE-ALERTA.
           REWRITE REC-ALERTA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB036: ERROR RESCRIBIENDO ALERTAS - FILE ST'
                       'ATUS ' FS-FILEA
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Registro de auditoria del cierre: accion e imagenes anterior
      *  y posterior, igual que APPB007.
       6000-GRABAR-AUDITORIA.
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE WS-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
           MOVE REC-ALERTA TO AUD-IMAGEN-DESPUES
           WRITE REC-FILEU
           IF FS-FILEU NOT = '00'
               DISPLAY 'APPB036: ERROR ESCRIBIENDO ALRAUD - FILE STAT'
                       'US ' FS-FILEU
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Linea de rechazo en el informe con la resolucion y el motivo
      *  que dejo puesto el parrafo que detecto el problema.
       7000-RECHAZAR-RESOLUCION.
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE REC-FILET(2:10) TO REJ-CASO
           MOVE WS-LINEA-REJ TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           ADD 1 TO WS-CNT-RECHAZOS.

      * Resumen final del informe: contadores de la ejecución.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'RESOLUCIONES LEIDAS:    ' TO CNT-LITERAL
           MOVE WS-TRN-COUNT TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CASOS CERRADOS:         ' TO CNT-LITERAL
           MOVE WS-CNT-CERRADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CASOS COMUNICADOS:      ' TO CNT-LITERAL
           MOVE WS-CNT-COMUNICADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'RESOLUCIONES RECHAZADAS' TO CNT-LITERAL
           MOVE WS-CNT-RECHAZOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILERP AFTER ADVANCING 1 LINE
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB036: ERROR ESCRIBIENDO ALRMREP - FILE STA'
                       'TUS ' FS-FILERP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILET-IS-OPEN
               CLOSE FILET
               IF FS-FILET NOT = '00'
                   DISPLAY 'APPB036: ERROR CERRANDO ALRTRAN - FILE ST'
                           'ATUS ' FS-FILET
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILET-OPEN
           END-IF

           IF FILEA-IS-OPEN
               CLOSE FILEA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB036: ERROR CERRANDO ALERTAS - FILE ST'
                           'ATUS ' FS-FILEA
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF

           IF FILEU-IS-OPEN
               CLOSE FILEU
               IF FS-FILEU NOT = '00'
                   DISPLAY 'APPB036: ERROR CERRANDO ALRAUD - FILE STA'
                           'TUS ' FS-FILEU
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEU-OPEN
           END-IF

           IF FILERP-IS-OPEN
               CLOSE FILERP
               IF FS-FILERP NOT = '00'
                   DISPLAY 'APPB036: ERROR CERRANDO ALRMREP - FILE STA'
                           'TUS ' FS-FILERP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILERP-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
      *  el job con el RETURN-CODE que puso el parrafo que detecto el
      *  fallo.
       9900-ABEND-STOP.
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
