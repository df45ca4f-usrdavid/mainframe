      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB028.
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
      * FILET es el fichero de transacciones de mantenimiento de
      *  ordenes permanentes: una por registro, con accion A (alta),
      *  C (cambio), D (baja logica) o R (reactivacion de una orden
      *  suspendida por APPB027).
           SELECT FILET ASSIGN TO ORDTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILET.

      * FILEP es el maestro de ordenes permanentes (copy ORDPREC),
      *  abierto en I-O para dar altas, cambios y bajas en sitio,
      *  igual que APPB024 hace con el maestro de sucursales.
           SELECT FILEP ASSIGN TO ORDPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ORD-KEY
           FILE STATUS IS FS-FILEP.

      * FILEI es el maestro de cuentas, solo consulta: la cuenta
      *  ordenante y la de destino deben existir y no estar
      *  cerradas.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEF es el fichero de control de fechas de proceso, aqui
      *  solo por su calendario de no habiles: la primera ejecucion
      *  de una orden se lleva al siguiente dia habil igual que lo
      *  hace el generador APPB026.
           SELECT FILEF ASSIGN TO DATECTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FECHAS.

      * FILEA es la pista de auditoria del mantenimiento de ordenes:
      *  la imagen anterior y posterior de cada cambio aplicado,
      *  misma disciplina que el MANTAUD de APPB007.
           SELECT FILEA ASSIGN TO ORDAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEA.

      * FILERP es el informe de la ejecución: transacciones
      *  rechazadas con su motivo y resumen final de contadores.
           SELECT FILERP ASSIGN TO ORDREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILERP.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Transaccion de mantenimiento de orden permanente. En los
      *  cambios (C), un destino, un importe o una fecha de fin en
      *  blanco significan "dejar como esta" (fecha de fin a ceros =
      *  quitarla); la frecuencia y el calendario de una orden no se
      *  cambian: se da de baja y se da de alta otra. La fecha de
      *  inicio es la de la primera ejecucion y fija el dia del mes
      *  de todas las siguientes.
       FD  FILET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILET.
       01 REC-FILET.
           05 TRN-ACTION           PIC X(01).
               88 TRN-ALTA             VALUE 'A'.
               88 TRN-CAMBIO           VALUE 'C'.
               88 TRN-BAJA             VALUE 'D'.
               88 TRN-REACTIVAR        VALUE 'R'.
           05 TRN-ACCT-NUM         PIC 9(10).
           05 TRN-ORD-NUM          PIC 9(04).
           05 TRN-ACCT-DEST        PIC 9(10).
           05 TRN-ACCT-DEST-X REDEFINES TRN-ACCT-DEST
                                   PIC X(10).
           05 TRN-AMOUNT           PIC 9(9)V99.
           05 TRN-AMOUNT-X REDEFINES TRN-AMOUNT
                                   PIC X(11).
           05 TRN-FRECUENCIA       PIC X(01).
           05 TRN-FECHA-INICIO     PIC 9(08).
           05 TRN-FECHA-FIN        PIC 9(08).
           05 TRN-FECHA-FIN-X REDEFINES TRN-FECHA-FIN
                                   PIC X(08).
           05 FILLER               PIC X(07).

      * Maestro de ordenes permanentes, descrito en su propio copy.
       FD  FILEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-ORDP.
           COPY ORDPREC.

      * Maestro de cuentas, descrito en su propio copy.
       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * FILEF: control de fechas de proceso, descrito en su copy.
       FD  FILEF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FCTL.
           COPY DATECTL.

      * Auditoria: accion aplicada mas la imagen de la orden antes y
      *  despues. En las altas la imagen anterior va en blanco; en
      *  las bajas logicas la posterior es la misma orden ya marcada
      *  con estado B.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEA.
       01 REC-FILEA.
           05 AUD-ACTION           PIC X(01).
           05 AUD-IMAGEN-ANTES     PIC X(100).
           05 AUD-IMAGEN-DESPUES   PIC X(100).

       FD  FILERP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILERP.
       01 REC-FILERP               PIC X(132).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILET   PIC X(02) VALUE SPACES.
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FECHAS  PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILERP  PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILET-OPEN    PIC X VALUE 'N'.
           88 FILET-IS-OPEN        VALUE 'Y'.
       01 WS-FILEP-OPEN    PIC X VALUE 'N'.
           88 FILEP-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEF-OPEN    PIC X VALUE 'N'.
           88 FILEF-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

      * Contadores para el resumen final del informe.
       01 WS-TRN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-CNT-ALTAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-CAMBIOS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-BAJAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-REACTIVADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECHAZOS      PIC 9(09) VALUE ZERO.

      * Imagen de la orden antes de aplicar un cambio, para el
      *  registro de auditoria.
       01 WS-IMAGEN-ANTES      PIC X(100) VALUE SPACES.

      * Resultado de las validaciones de cuentas y fechas: el
      *  parrafo que valida deja el motivo en REJ-MOTIVO y apaga la
      *  marca.
       01 WS-VALIDA            PIC X(01) VALUE 'S'.
           88 TRN-ES-VALIDA        VALUE 'S'.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD: fecha de alta de las
      *  ordenes nuevas y limite inferior de su primera ejecucion.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Calendario de dias no habiles cargado de FILEF.
       01 WS-FESTIVO-CNT       PIC 9(03) VALUE ZERO.
       01 WS-FESTIVO-TAB.
           05 WS-FESTIVO-FECHA OCCURS 100 PIC 9(04).
       01 WS-FEST-IDX          PIC 9(03) VALUE ZERO.
       01 WS-ES-FESTIVO        PIC X(01) VALUE 'N'.
           88 DIA-ES-FESTIVO       VALUE 'S'.

      * Marca de dia no habil (sabado, domingo o festivo del
      *  calendario), la misma definicion que APPB003.
       01 WS-NO-HABIL          PIC X(01) VALUE 'N'.
           88 DIA-NO-HABIL         VALUE 'S'.

      * Fecha de trabajo AAAAMMDD de los calculos de calendario, con
      *  el MMDD a mano para buscarlo en el calendario (como en
      *  APPB026).
       01 WS-CAL-FECHA.
           05 WS-CAL-AAAA          PIC 9(04).
           05 WS-NEXT-DATE.
               10 WS-NXT-MM        PIC 9(02).
               10 WS-NXT-DD        PIC 9(02).
           05 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE
                                   PIC 9(04).
       01 WS-CAL-FECHA-FULL REDEFINES WS-CAL-FECHA
                               PIC 9(08).
       01 WS-DIA-INT           PIC 9(09) COMP VALUE ZERO.
       01 WS-DIA-SEMANA        PIC 9(01) VALUE ZERO.

      * Aritmetica de meses de las frecuencias mensual, trimestral y
      *  anual, la misma que APPB026.
       01 WS-MESES-PERIODO     PIC 9(02) VALUE ZERO.
       01 WS-TOT-MESES         PIC S9(09) COMP VALUE ZERO.
       01 WS-MESES-RESTO       PIC 9(02) VALUE ZERO.

      * Dias de cada mes; febrero va con 28 como en APPB003, asi que
      *  el 29/02 no se admite como fecha de inicio.
       01 WS-DIAS-MES-TAB.
           05 FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TAB.
           05 WS-DIAS-MES-E OCCURS 12 PIC 9(02).

      * Cabecera del informe de mantenimiento.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(46)
               VALUE 'MANTENIMIENTO DE ORDENES PERMANENTES - APPB028'.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(15)
               VALUE 'FECHA PROCESO: '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Linea de rechazo del informe: la transaccion y el motivo.
       01 WS-LINEA-REJ.
           05 FILLER               PIC X(11)
               VALUE 'RECHAZADA: '.
           05 REJ-ACTION           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 REJ-ACCT-NUM         PIC X(10).
           05 FILLER               PIC X(01) VALUE '/'.
           05 REJ-ORD-NUM          PIC X(04).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 REJ-MOTIVO           PIC X(40).

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(24).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD: encabeza el
      *  informe y es la fecha de alta de las ordenes nuevas.
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 0600-CARGAR-CALENDARIO

           PERFORM 1000-OPEN-FILES

           PERFORM 1100-CABECERA-INFORME

           PERFORM 2000-READ-FILET

           PERFORM UNTIL FS-FILET = '10'
               ADD 1 TO WS-TRN-COUNT
               PERFORM 2100-APLICAR-TRANSACCION
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
               DISPLAY 'APPB028: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB028: ERROR - PARM-PROC-DATE NO ES NUMERIC'
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

      * Carga del calendario de no habiles (registros FES) de FILEF;
      *  el registro de control CTL solo se comprueba que este.
       0600-CARGAR-CALENDARIO.
           OPEN INPUT FILEF
           IF FS-FECHAS NOT = '00'
               DISPLAY 'APPB028: ERROR ABRIENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEF-OPEN

           PERFORM 0610-READ-FILEF
           IF FS-FECHAS = '10' OR NOT FCT-ES-CONTROL
               DISPLAY 'APPB028: ERROR - DATECTL NO EMPIEZA CON EL RE'
                       'GISTRO DE CONTROL CTL'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 0610-READ-FILEF
           PERFORM UNTIL FS-FECHAS = '10'
               IF FCT-ES-FESTIVO
                   IF WS-FESTIVO-CNT = 100
                       DISPLAY 'APPB028: ERROR - MAS DE 100 FESTIVOS '
                               'EN DATECTL'
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
                   END-IF
                   ADD 1 TO WS-FESTIVO-CNT
                   MOVE FCT-FECHA
                       TO WS-FESTIVO-FECHA (WS-FESTIVO-CNT)
               ELSE
                   DISPLAY 'APPB028: ERROR - TIPO DE REGISTRO DESCONO'
                           'CIDO EN DATECTL: ' FCT-TIPO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               PERFORM 0610-READ-FILEF
           END-PERFORM

           CLOSE FILEF
           MOVE 'N' TO WS-FILEF-OPEN.

      * Lectura secuencial del fichero de control de fechas.
       0610-READ-FILEF.
           READ FILEF
           END-READ
           IF FS-FECHAS = '00' OR FS-FECHAS = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB028: ERROR LEYENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; la auditoria va en EXTEND para que cada
      *  ejecución se acumule al historial, igual que el MANTAUD de
      *  APPB007.
       1000-OPEN-FILES.
           OPEN INPUT FILET
           IF FS-FILET NOT = '00'
               DISPLAY 'APPB028: ERROR ABRIENDO ORDTRAN - FILE STATUS '
                       FS-FILET
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILET-OPEN

      * Un maestro de ordenes recien definido y aun vacio da File
      *  Status 35 en el OPEN I-O: se inicializa abriendolo en
      *  OUTPUT y se vuelve a abrir en I-O.
           OPEN I-O FILEP
           IF FS-FILEP = '35'
               DISPLAY 'APPB028: AVISO - ORDPERM VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEP
               IF FS-FILEP = '00'
                   CLOSE FILEP
                   OPEN I-O FILEP
               END-IF
           END-IF
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB028: ERROR ABRIENDO ORDPERM - FILE STATUS '
                       FS-FILEP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEP-OPEN

           OPEN INPUT FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB028: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN EXTEND FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB028: ERROR ABRIENDO ORDAUD - FILE STATUS '
                       FS-FILEA
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEA-OPEN

           OPEN OUTPUT FILERP
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB028: ERROR ABRIENDO ORDREP - FILE STATUS '
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

      * Lectura secuencial del fichero de transacciones.
       2000-READ-FILET.
           READ FILET
           END-READ
           IF FS-FILET = '00' OR FS-FILET = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB028: ERROR LEYENDO ORDTRAN - FILE STATUS '
                       FS-FILET
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Aplica una transaccion segun su accion; lo que no se pueda
      *  aplicar termina en el informe de rechazos con su motivo.
       2100-APLICAR-TRANSACCION.
           IF TRN-ACCT-NUM NOT NUMERIC OR TRN-ORD-NUM NOT NUMERIC
               MOVE 'CUENTA U ORDEN NO NUMERICAS' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               EVALUATE TRUE
                   WHEN TRN-ALTA
                       PERFORM 3000-ALTA-ORDEN
                   WHEN TRN-CAMBIO
                       PERFORM 3100-CAMBIO-ORDEN
                   WHEN TRN-BAJA
                       PERFORM 3200-BAJA-ORDEN
                   WHEN TRN-REACTIVAR
                       PERFORM 3300-REACTIVAR-ORDEN
                   WHEN OTHER
                       MOVE 'ACCION DESCONOCIDA' TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
               END-EVALUATE
           END-IF.

      * Alta: importe, frecuencia y fechas validos, cuentas
      *  ordenante y destino existentes, abiertas y distintas, y la
      *  orden no debe existir todavia (WRITE con File Status 22 es
      *  rechazo y no abend). La primera ejecucion es la fecha de
      *  inicio llevada al siguiente dia habil.
       3000-ALTA-ORDEN.
           MOVE 'S' TO WS-VALIDA
           IF TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = ZERO
               MOVE 'IMPORTE NO NUMERICO O A CERO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-FRECUENCIA NOT = 'S' AND TRN-FRECUENCIA NOT = 'M'
              AND TRN-FRECUENCIA NOT = 'T' AND TRN-FRECUENCIA NOT = 'A'
               MOVE 'FRECUENCIA DESCONOCIDA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-FECHA-INICIO NOT NUMERIC
               MOVE 'FECHA DE INICIO NO NUMERICA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
               MOVE TRN-FECHA-INICIO TO WS-CAL-FECHA-FULL
               PERFORM 5200-VALIDAR-FECHA
               IF TRN-ES-VALIDA AND
                  TRN-FECHA-INICIO < WS-PROC-DATE-FULL-N
                   MOVE 'FECHA DE INICIO ANTERIOR A HOY' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF
           END-IF
           END-IF

           IF TRN-ES-VALIDA
               PERFORM 3010-VALIDAR-FECHA-FIN
           END-IF
           IF TRN-ES-VALIDA
               PERFORM 3500-VALIDAR-CUENTAS
           END-IF

           IF NOT TRN-ES-VALIDA
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE SPACES TO REC-ORDP
               MOVE TRN-ACCT-NUM TO ORD-ACCT-NUM
               MOVE TRN-ORD-NUM TO ORD-NUM
               MOVE TRN-ACCT-DEST TO ORD-ACCT-DEST
               MOVE TRN-AMOUNT TO ORD-AMOUNT
               MOVE TRN-FRECUENCIA TO ORD-FRECUENCIA
               MOVE TRN-FECHA-INICIO(7:2) TO ORD-DIA-EJEC
               MOVE WS-PROC-DATE-FULL-N TO ORD-FECHA-ALTA
               MOVE TRN-FECHA-INICIO TO ORD-FECHA-NOMINAL
               MOVE TRN-FECHA-INICIO TO WS-CAL-FECHA-FULL
               PERFORM 5100-LLEVAR-A-HABIL
               MOVE WS-CAL-FECHA-FULL TO ORD-PROX-FECHA
               IF TRN-FECHA-FIN-X = SPACES
                   MOVE ZERO TO ORD-FECHA-FIN
               ELSE
                   MOVE TRN-FECHA-FIN TO ORD-FECHA-FIN
               END-IF
               MOVE 'A' TO ORD-ESTADO
               MOVE ZERO TO ORD-REINTENTOS
               MOVE ZERO TO ORD-ULT-EJEC
               MOVE ZERO TO ORD-ULT-RECHAZO
               MOVE SPACES TO ORD-ULT-MOTIVO
               WRITE REC-ORDP
               EVALUATE FS-FILEP
                   WHEN '00'
                       MOVE SPACES TO WS-IMAGEN-ANTES
                       PERFORM 6000-GRABAR-AUDITORIA
                       ADD 1 TO WS-CNT-ALTAS
                   WHEN '22'
                       MOVE 'ORDEN YA EXISTE EN EL MAESTRO'
                           TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
                   WHEN OTHER
                       DISPLAY 'APPB028: ERROR ESCRIBIENDO ORDPERM '
                               '- FILE STATUS ' FS-FILEP
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE
           END-IF.

      * La fecha de fin es opcional (blanco o ceros = indefinida);
      *  si viene, debe ser una fecha valida no anterior al inicio.
       3010-VALIDAR-FECHA-FIN.
           IF TRN-FECHA-FIN-X = SPACES
               CONTINUE
           ELSE
           IF TRN-FECHA-FIN NOT NUMERIC
               MOVE 'FECHA DE FIN NO NUMERICA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-FECHA-FIN NOT = ZERO
               MOVE TRN-FECHA-FIN TO WS-CAL-FECHA-FULL
               PERFORM 5200-VALIDAR-FECHA
               IF TRN-ES-VALIDA AND TRN-ALTA AND
                  TRN-FECHA-FIN < TRN-FECHA-INICIO
                   MOVE 'FECHA DE FIN ANTERIOR AL INICIO' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF
           END-IF
           END-IF.

      * Cambio: la orden debe existir y estar viva (activa o
      *  suspendida). Solo se pisan los campos que vienen
      *  informados; el estado solo lo mueven la baja, la
      *  reactivacion y los procesos diarios.
       3100-CAMBIO-ORDEN.
           MOVE 'S' TO WS-VALIDA
           IF TRN-ACCT-DEST-X = SPACES AND TRN-AMOUNT-X = SPACES
              AND TRN-FECHA-FIN-X = SPACES
               MOVE 'CAMBIO SIN CAMPOS INFORMADOS' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-AMOUNT-X NOT = SPACES AND
              (TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = ZERO)
               MOVE 'IMPORTE NO NUMERICO O A CERO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
               PERFORM 3010-VALIDAR-FECHA-FIN
           END-IF
           END-IF

           IF TRN-ES-VALIDA
               MOVE TRN-ACCT-NUM TO ORD-ACCT-NUM
               MOVE TRN-ORD-NUM TO ORD-NUM
               PERFORM 4000-READ-ORDEN
               IF FS-FILEP = '23'
                   MOVE 'ORDEN NO EXISTE EN EL MAESTRO' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF ORD-ST-BAJA OR ORD-ST-FINALIZADA
                   MOVE 'ORDEN DE BAJA O FINALIZADA' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
               END-IF
           END-IF

           IF TRN-ES-VALIDA AND TRN-ACCT-DEST-X NOT = SPACES
               PERFORM 3500-VALIDAR-CUENTAS
           END-IF

           IF NOT TRN-ES-VALIDA
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE REC-ORDP TO WS-IMAGEN-ANTES
               IF TRN-ACCT-DEST-X NOT = SPACES
                   MOVE TRN-ACCT-DEST TO ORD-ACCT-DEST
               END-IF
               IF TRN-AMOUNT-X NOT = SPACES
                   MOVE TRN-AMOUNT TO ORD-AMOUNT
               END-IF
               IF TRN-FECHA-FIN-X NOT = SPACES
                   MOVE TRN-FECHA-FIN TO ORD-FECHA-FIN
               END-IF
               PERFORM 4100-REWRITE-ORDEN
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-CAMBIOS
           END-IF.

      * Baja: la orden debe existir y no estar ya de baja. La baja es
      *  logica (ORD-ESTADO = B): el generador deja de ejecutarla y
      *  el historial de la orden sigue en el maestro.
       3200-BAJA-ORDEN.
           MOVE TRN-ACCT-NUM TO ORD-ACCT-NUM
           MOVE TRN-ORD-NUM TO ORD-NUM
           PERFORM 4000-READ-ORDEN
           IF FS-FILEP = '23'
               MOVE 'ORDEN NO EXISTE EN EL MAESTRO' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF ORD-ST-BAJA
               MOVE 'ORDEN YA DE BAJA' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE REC-ORDP TO WS-IMAGEN-ANTES
               MOVE 'B' TO ORD-ESTADO
               PERFORM 4100-REWRITE-ORDEN
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-BAJAS
           END-IF
           END-IF.

      * Reactivacion de una orden suspendida por APPB027, una vez la
      *  sucursal ha resuelto la causa del rechazo: las cuentas
      *  deben seguir vivas, los reintentos vuelven a cero y la
      *  orden salta las cuotas que vencieron mientras estuvo
      *  suspendida (la nominal avanza hasta hoy o despues; no se
      *  generan atrasos). Si con eso ya pasa su fecha de fin, no
      *  hay nada que reactivar.
       3300-REACTIVAR-ORDEN.
           MOVE 'S' TO WS-VALIDA
           MOVE TRN-ACCT-NUM TO ORD-ACCT-NUM
           MOVE TRN-ORD-NUM TO ORD-NUM
           PERFORM 4000-READ-ORDEN
           IF FS-FILEP = '23'
               MOVE 'ORDEN NO EXISTE EN EL MAESTRO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF NOT ORD-ST-SUSPENDIDA
               MOVE 'ORDEN NO ESTA SUSPENDIDA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
               MOVE ORD-ACCT-DEST TO TRN-ACCT-DEST
               PERFORM 3500-VALIDAR-CUENTAS
           END-IF
           END-IF

           IF TRN-ES-VALIDA
               MOVE REC-ORDP TO WS-IMAGEN-ANTES
               PERFORM UNTIL ORD-FECHA-NOMINAL >= WS-PROC-DATE-FULL-N
                   PERFORM 5000-AVANZAR-PERIODO
               END-PERFORM
               IF ORD-FECHA-FIN NOT = ZERO AND
                  ORD-FECHA-NOMINAL > ORD-FECHA-FIN
                   MOVE 'ORDEN VENCIDA MIENTRAS ESTABA SUSPENDIDA'
                       TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF

           IF NOT TRN-ES-VALIDA
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE ORD-FECHA-NOMINAL TO WS-CAL-FECHA-FULL
               PERFORM 5100-LLEVAR-A-HABIL
               MOVE WS-CAL-FECHA-FULL TO ORD-PROX-FECHA
               MOVE ZERO TO ORD-REINTENTOS
               MOVE 'A' TO ORD-ESTADO
               PERFORM 4100-REWRITE-ORDEN
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-REACTIVADAS
           END-IF.

      * Cuentas de la orden: la ordenante (TRN-ACCT-NUM) y la de
      *  destino (TRN-ACCT-DEST) deben existir en el maestro, no
      *  estar cerradas y ser distintas. Una cuenta inactiva se
      *  admite: el propio movimiento de la orden la reactiva en el
      *  posting.
       3500-VALIDAR-CUENTAS.
           IF TRN-ACCT-DEST NOT NUMERIC OR TRN-ACCT-DEST = ZERO
               MOVE 'CUENTA DESTINO NO NUMERICA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-ACCT-DEST = TRN-ACCT-NUM
               MOVE 'CUENTA DESTINO IGUAL A LA ORDENANTE' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
               MOVE TRN-ACCT-NUM TO REC-ACCT-NUM
               PERFORM 4200-READ-CUENTA
               IF FS-FILEI = '23'
                   MOVE 'CUENTA ORDENANTE NO EXISTE' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF REC-ST-CERRADA
                   MOVE 'CUENTA ORDENANTE CERRADA' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
                   MOVE TRN-ACCT-DEST TO REC-ACCT-NUM
                   PERFORM 4200-READ-CUENTA
                   IF FS-FILEI = '23'
                       MOVE 'CUENTA DESTINO NO EXISTE' TO REJ-MOTIVO
                       MOVE 'N' TO WS-VALIDA
                   ELSE
                   IF REC-ST-CERRADA
                       MOVE 'CUENTA DESTINO CERRADA' TO REJ-MOTIVO
                       MOVE 'N' TO WS-VALIDA
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      * Lectura aleatoria del maestro de ordenes (la clave ya viene
      *  puesta por el parrafo que llama). El File Status 23 (no
      *  encontrado) NO es error aqui: los parrafos de arriba lo
      *  convierten en rechazo.
       4000-READ-ORDEN.
           READ FILEP
           END-READ
           IF FS-FILEP = '00' OR FS-FILEP = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB028: ERROR LEYENDO ORDPERM - FILE STATUS '
                       FS-FILEP
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rescritura de la orden modificada.
       4100-REWRITE-ORDEN.
           REWRITE REC-ORDP
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB028: ERROR RESCRIBIENDO ORDPERM - FILE ST'
                       'ATUS ' FS-FILEP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Lectura aleatoria del maestro de cuentas; File Status 23 es
      *  cuenta inexistente, no error.
       4200-READ-CUENTA.
           READ FILEI
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB028: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Avanza la fecha nominal un periodo de la orden, con las
      *  mismas reglas que el generador APPB026 (7 dias; 1, 3 o 12
      *  meses al dia ORD-DIA-EJEC recortado a fin de mes).
       5000-AVANZAR-PERIODO.
           MOVE ORD-FECHA-NOMINAL TO WS-CAL-FECHA-FULL
           EVALUATE TRUE
               WHEN ORD-FREC-SEMANAL
                   COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE (WS-CAL-FECHA-FULL) + 7
                   COMPUTE WS-CAL-FECHA-FULL =
                       FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
               WHEN ORD-FREC-MENSUAL
                   MOVE 1 TO WS-MESES-PERIODO
                   PERFORM 5010-SUMAR-MESES
               WHEN ORD-FREC-TRIMESTRAL
                   MOVE 3 TO WS-MESES-PERIODO
                   PERFORM 5010-SUMAR-MESES
               WHEN ORD-FREC-ANUAL
                   MOVE 12 TO WS-MESES-PERIODO
                   PERFORM 5010-SUMAR-MESES
           END-EVALUATE
           MOVE WS-CAL-FECHA-FULL TO ORD-FECHA-NOMINAL.

      * Suma WS-MESES-PERIODO meses a WS-CAL-FECHA con la misma
      *  aritmetica de meses totales que APPB009.
       5010-SUMAR-MESES.
           COMPUTE WS-TOT-MESES =
               WS-CAL-AAAA * 12 + WS-NXT-MM - 1 + WS-MESES-PERIODO
           DIVIDE WS-TOT-MESES BY 12
               GIVING WS-CAL-AAAA
               REMAINDER WS-MESES-RESTO
           COMPUTE WS-NXT-MM = WS-MESES-RESTO + 1
           MOVE ORD-DIA-EJEC TO WS-NXT-DD
           IF WS-NXT-DD > WS-DIAS-MES-E (WS-NXT-MM)
               MOVE WS-DIAS-MES-E (WS-NXT-MM) TO WS-NXT-DD
           END-IF.

      * Lleva WS-CAL-FECHA al primer dia habil igual o posterior,
      *  con la misma definicion de habil que APPB003.
       5100-LLEVAR-A-HABIL.
           PERFORM 5120-COMPROBAR-HABIL
           PERFORM UNTIL NOT DIA-NO-HABIL
               PERFORM 5110-AVANZAR-UN-DIA
               PERFORM 5120-COMPROBAR-HABIL
           END-PERFORM.

      * Avanza WS-CAL-FECHA un dia natural, con la tabla de dias por
      *  mes, vuelta del 31/12 al 01/01 y arrastre del año.
       5110-AVANZAR-UN-DIA.
           ADD 1 TO WS-NXT-DD
           IF WS-NXT-DD > WS-DIAS-MES-E (WS-NXT-MM)
               MOVE 1 TO WS-NXT-DD
               ADD 1 TO WS-NXT-MM
               IF WS-NXT-MM > 12
                   MOVE 1 TO WS-NXT-MM
                   ADD 1 TO WS-CAL-AAAA
               END-IF
           END-IF.

      * Marca WS-NO-HABIL si WS-CAL-FECHA cae en sabado o domingo o
      *  esta en el calendario de no habiles de FILEF (mismo calculo
      *  del dia de la semana que APPB003: 1=lunes ... 0=domingo).
       5120-COMPROBAR-HABIL.
           MOVE 'N' TO WS-NO-HABIL
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WS-CAL-FECHA-FULL)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-DIA-INT, 7)
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'S' TO WS-NO-HABIL
           ELSE
               PERFORM 5130-COMPROBAR-FESTIVO
               IF DIA-ES-FESTIVO
                   MOVE 'S' TO WS-NO-HABIL
               END-IF
           END-IF.

      * Busca el MMDD de WS-CAL-FECHA en el calendario de dias no
      *  habiles cargado de FILEF.
       5130-COMPROBAR-FESTIVO.
           MOVE 'N' TO WS-ES-FESTIVO
           MOVE 1 TO WS-FEST-IDX
           PERFORM UNTIL WS-FEST-IDX > WS-FESTIVO-CNT
                      OR DIA-ES-FESTIVO
               IF WS-FESTIVO-FECHA (WS-FEST-IDX) = WS-NEXT-DATE-N
                   MOVE 'S' TO WS-ES-FESTIVO
               END-IF
               ADD 1 TO WS-FEST-IDX
           END-PERFORM.

      * Validacion de la fecha AAAAMMDD puesta en WS-CAL-FECHA: mes
      *  1-12, dia dentro del mes y año razonable (el calculo del
      *  dia de la semana no admite años anteriores a 1601).
       5200-VALIDAR-FECHA.
           IF WS-CAL-AAAA < 1601 OR
              WS-NXT-MM < 1 OR WS-NXT-MM > 12
               MOVE 'FECHA INVALIDA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF WS-NXT-DD < 1 OR
              WS-NXT-DD > WS-DIAS-MES-E (WS-NXT-MM)
               MOVE 'FECHA INVALIDA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           END-IF
           END-IF.

      * Registro de auditoria del cambio aplicado: accion e
      *  imagenes anterior y posterior, igual que APPB007.
       6000-GRABAR-AUDITORIA.
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE WS-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
           MOVE REC-ORDP TO AUD-IMAGEN-DESPUES
           WRITE REC-FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB028: ERROR ESCRIBIENDO ORDAUD - FILE STAT'
                       'US ' FS-FILEA
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Linea de rechazo en el informe con la transaccion y el
      *  motivo que dejo puesto el parrafo que detecto el problema.
       7000-RECHAZAR-TRANSACCION.
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE REC-FILET(2:10) TO REJ-ACCT-NUM
           MOVE REC-FILET(12:4) TO REJ-ORD-NUM
           MOVE WS-LINEA-REJ TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           ADD 1 TO WS-CNT-RECHAZOS.

      * Resumen final del informe: contadores de la ejecución.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'TRANSACCIONES LEIDAS:   ' TO CNT-LITERAL
           MOVE WS-TRN-COUNT TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'ALTAS APLICADAS:        ' TO CNT-LITERAL
           MOVE WS-CNT-ALTAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CAMBIOS APLICADOS:      ' TO CNT-LITERAL
           MOVE WS-CNT-CAMBIOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'BAJAS APLICADAS:        ' TO CNT-LITERAL
           MOVE WS-CNT-BAJAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'REACTIVACIONES:         ' TO CNT-LITERAL
           MOVE WS-CNT-REACTIVADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'TRANSACCIONES RECHAZADAS' TO CNT-LITERAL
           MOVE WS-CNT-RECHAZOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILERP AFTER ADVANCING 1 LINE
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB028: ERROR ESCRIBIENDO ORDREP - FILE STAT'
                       'US ' FS-FILERP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILET-IS-OPEN
               CLOSE FILET
               IF FS-FILET NOT = '00'
                   DISPLAY 'APPB028: ERROR CERRANDO ORDTRAN - FILE ST'
                           'ATUS ' FS-FILET
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILET-OPEN
           END-IF

           IF FILEP-IS-OPEN
               CLOSE FILEP
               IF FS-FILEP NOT = '00'
                   DISPLAY 'APPB028: ERROR CERRANDO ORDPERM - FILE ST'
                           'ATUS ' FS-FILEP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEP-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB028: ERROR CERRANDO FILEIN - FILE STA'
                           'TUS ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILEF-IS-OPEN
               CLOSE FILEF
               IF FS-FECHAS NOT = '00'
                   DISPLAY 'APPB028: ERROR CERRANDO DATECTL - FILE ST'
                           'ATUS ' FS-FECHAS
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEF-OPEN
           END-IF

           IF FILEA-IS-OPEN
               CLOSE FILEA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB028: ERROR CERRANDO ORDAUD - FILE STA'
                           'TUS ' FS-FILEA
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF

           IF FILERP-IS-OPEN
               CLOSE FILERP
               IF FS-FILERP NOT = '00'
                   DISPLAY 'APPB028: ERROR CERRANDO ORDREP - FILE STA'
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
