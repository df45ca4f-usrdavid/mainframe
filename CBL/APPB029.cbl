      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB029.
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
      *  retenciones y embargos: una por registro, con accion A
      *  (constitucion), C (cambio) o D (liberacion).
           SELECT FILET ASSIGN TO HLDTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILET.

      * FILEH es el fichero de retenciones (copy HOLDREC), abierto
      *  en I-O para dar altas, cambios y liberaciones en sitio,
      *  igual que APPB024 hace con el maestro de sucursales.
           SELECT FILEH ASSIGN TO RETENCS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HLD-KEY
           FILE STATUS IS FS-FILEH.

      * FILEI es el maestro de cuentas, solo consulta: la cuenta
      *  retenida debe existir y no estar cerrada.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEA es la pista de auditoria del mantenimiento de
      *  retenciones: la imagen anterior y posterior de cada cambio
      *  aplicado, misma disciplina que el MANTAUD de APPB007. Es
      *  lo que se presenta al juzgado cuando pregunta cuando se
      *  trabo o se levanto un embargo.
           SELECT FILEA ASSIGN TO HLDAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEA.

      * FILERP es el informe de la ejecución: transacciones
      *  rechazadas con su motivo y resumen final de contadores.
           SELECT FILERP ASSIGN TO HLDREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILERP.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Transaccion de mantenimiento de retencion. En el alta, una
      *  fecha de inicio en blanco es la fecha de proceso y un
      *  vencimiento en blanco o a ceros deja la retencion sin
      *  vencimiento (hasta que se libere). En los cambios (C), un
      *  importe, una referencia o un vencimiento en blanco
      *  significan "dejar como esta"; el tipo y el inicio no se
      *  cambian. La liberacion (D) es logica: la retencion queda
      *  con estado L y la fecha en que se levanto.
       FD  FILET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILET.
       01 REC-FILET.
           05 TRN-ACTION           PIC X(01).
               88 TRN-ALTA             VALUE 'A'.
               88 TRN-CAMBIO           VALUE 'C'.
               88 TRN-LIBERAR          VALUE 'D'.
           05 TRN-ACCT-NUM         PIC 9(10).
           05 TRN-HLD-NUM          PIC 9(04).
           05 TRN-TIPO             PIC X(01).
           05 TRN-AMOUNT           PIC 9(9)V99.
           05 TRN-AMOUNT-X REDEFINES TRN-AMOUNT
                                   PIC X(11).
           05 TRN-REFERENCIA       PIC X(20).
           05 TRN-FECHA-INICIO     PIC 9(08).
           05 TRN-FECHA-INICIO-X REDEFINES TRN-FECHA-INICIO
                                   PIC X(08).
           05 TRN-FECHA-VENCE      PIC 9(08).
           05 TRN-FECHA-VENCE-X REDEFINES TRN-FECHA-VENCE
                                   PIC X(08).
           05 FILLER               PIC X(17).

      * Retenciones y embargos, descritos en su propio copy.
       FD  FILEH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-HOLD.
           COPY HOLDREC.

      * Maestro de cuentas, descrito en su propio copy.
       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Auditoria: accion aplicada mas la imagen de la retencion
      *  antes y despues. En las altas la imagen anterior va en
      *  blanco.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEA.
       01 REC-FILEA.
           05 AUD-ACTION           PIC X(01).
           05 AUD-IMAGEN-ANTES     PIC X(80).
           05 AUD-IMAGEN-DESPUES   PIC X(80).

       FD  FILERP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILERP.
       01 REC-FILERP               PIC X(132).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILET   PIC X(02) VALUE SPACES.
       01 FS-FILEH   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILERP  PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILET-OPEN    PIC X VALUE 'N'.
           88 FILET-IS-OPEN        VALUE 'Y'.
       01 WS-FILEH-OPEN    PIC X VALUE 'N'.
           88 FILEH-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

      * Contadores para el resumen final del informe.
       01 WS-TRN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-CNT-ALTAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-CAMBIOS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-LIBERADAS     PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECHAZOS      PIC 9(09) VALUE ZERO.

      * Imagen de la retencion antes de aplicar un cambio, para el
      *  registro de auditoria.
       01 WS-IMAGEN-ANTES      PIC X(80) VALUE SPACES.

      * Resultado de las validaciones: el parrafo que valida deja
      *  el motivo en REJ-MOTIVO y apaga la marca.
       01 WS-VALIDA            PIC X(01) VALUE 'S'.
           88 TRN-ES-VALIDA        VALUE 'S'.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD: fecha de alta de las
      *  retenciones nuevas y de la liberacion.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Fecha de inicio efectiva de la retencion en curso (la de la
      *  transaccion, o la de proceso si viene en blanco).
       01 WS-FECHA-INICIO      PIC 9(08) VALUE ZERO.

      * Fecha AAAAMMDD que se esta validando.
       01 WS-VAL-FECHA.
           05 WS-VAL-AAAA          PIC 9(04).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).
       01 WS-VAL-FECHA-N REDEFINES WS-VAL-FECHA
                               PIC 9(08).

      * Dias de cada mes; febrero va con 28 como en APPB003.
       01 WS-DIAS-MES-TAB.
           05 FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TAB.
           05 WS-DIAS-MES-E OCCURS 12 PIC 9(02).

      * Cabecera del informe de mantenimiento.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(42)
               VALUE 'MANTENIMIENTO DE RETENCIONES Y EMBARGOS - '.
           05 FILLER               PIC X(07) VALUE 'APPB029'.
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
           05 REJ-HLD-NUM          PIC X(04).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 REJ-MOTIVO           PIC X(40).

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(24).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD: encabeza el
      *  informe y fecha las altas y liberaciones.
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
               DISPLAY 'APPB029: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB029: ERROR - PARM-PROC-DATE NO ES NUMERIC'
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
               DISPLAY 'APPB029: ERROR ABRIENDO HLDTRAN - FILE STATUS '
                       FS-FILET
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILET-OPEN

      * Un fichero de retenciones recien definido y aun vacio da File
      *  Status 35 en el OPEN I-O: se inicializa abriendolo en
      *  OUTPUT y se vuelve a abrir en I-O.
           OPEN I-O FILEH
           IF FS-FILEH = '35'
               DISPLAY 'APPB029: AVISO - RETENCS VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEH
               IF FS-FILEH = '00'
                   CLOSE FILEH
                   OPEN I-O FILEH
               END-IF
           END-IF
           IF FS-FILEH NOT = '00'
               DISPLAY 'APPB029: ERROR ABRIENDO RETENCS - FILE STATUS '
                       FS-FILEH
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEH-OPEN

           OPEN INPUT FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB029: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN EXTEND FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB029: ERROR ABRIENDO HLDAUD - FILE STATUS '
                       FS-FILEA
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEA-OPEN

           OPEN OUTPUT FILERP
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB029: ERROR ABRIENDO HLDREP - FILE STATUS '
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
               DISPLAY 'APPB029: ERROR LEYENDO HLDTRAN - FILE STATUS '
                       FS-FILET
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Aplica una transaccion segun su accion; lo que no se pueda
      *  aplicar termina en el informe de rechazos con su motivo.
       2100-APLICAR-TRANSACCION.
           IF TRN-ACCT-NUM NOT NUMERIC OR TRN-HLD-NUM NOT NUMERIC
               MOVE 'CUENTA O RETENCION NO NUMERICAS' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               EVALUATE TRUE
                   WHEN TRN-ALTA
                       PERFORM 3000-ALTA-RETENCION
                   WHEN TRN-CAMBIO
                       PERFORM 3100-CAMBIO-RETENCION
                   WHEN TRN-LIBERAR
                       PERFORM 3200-LIBERAR-RETENCION
                   WHEN OTHER
                       MOVE 'ACCION DESCONOCIDA' TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
               END-EVALUATE
           END-IF.

      * Alta: tipo conocido, importe positivo, referencia obligatoria
      *  en los embargos judiciales (el numero de diligencia del
      *  juzgado), fechas validas y la cuenta existente y no
      *  cerrada. La retencion no debe existir todavia (WRITE con
      *  File Status 22 es rechazo y no abend).
       3000-ALTA-RETENCION.
           MOVE 'S' TO WS-VALIDA
           MOVE TRN-TIPO TO HLD-TIPO
           IF NOT HLD-TIPO-VALIDO
               MOVE 'TIPO DE RETENCION DESCONOCIDO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = ZERO
               MOVE 'IMPORTE NO NUMERICO O A CERO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF HLD-TIPO-EMBARGO AND TRN-REFERENCIA = SPACES
               MOVE 'EMBARGO SIN REFERENCIA DEL JUZGADO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-FECHA-INICIO-X = SPACES
               MOVE WS-PROC-DATE-FULL-N TO WS-FECHA-INICIO
           ELSE
           IF TRN-FECHA-INICIO NOT NUMERIC
               MOVE 'FECHA DE INICIO NO NUMERICA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
               MOVE TRN-FECHA-INICIO TO WS-VAL-FECHA-N
               PERFORM 5000-VALIDAR-FECHA
               MOVE TRN-FECHA-INICIO TO WS-FECHA-INICIO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF TRN-ES-VALIDA
               PERFORM 3010-VALIDAR-VENCIMIENTO
           END-IF

           IF TRN-ES-VALIDA
               MOVE TRN-ACCT-NUM TO REC-ACCT-NUM
               PERFORM 4200-READ-CUENTA
               IF FS-FILEI = '23'
                   MOVE 'CUENTA NO EXISTE' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF REC-ST-CERRADA
                   MOVE 'CUENTA CERRADA' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
               END-IF
           END-IF

           IF NOT TRN-ES-VALIDA
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE SPACES TO REC-HOLD
               MOVE TRN-ACCT-NUM TO HLD-ACCT-NUM
               MOVE TRN-HLD-NUM TO HLD-NUM
               MOVE TRN-TIPO TO HLD-TIPO
               MOVE TRN-AMOUNT TO HLD-AMOUNT
               MOVE TRN-REFERENCIA TO HLD-REFERENCIA
               MOVE WS-FECHA-INICIO TO HLD-FECHA-INICIO
               IF TRN-FECHA-VENCE-X = SPACES
                   MOVE ZERO TO HLD-FECHA-VENCE
               ELSE
                   MOVE TRN-FECHA-VENCE TO HLD-FECHA-VENCE
               END-IF
               MOVE 'A' TO HLD-ESTADO
               MOVE WS-PROC-DATE-FULL-N TO HLD-FECHA-ALTA
               MOVE ZERO TO HLD-FECHA-BAJA
               WRITE REC-HOLD
               EVALUATE FS-FILEH
                   WHEN '00'
                       MOVE SPACES TO WS-IMAGEN-ANTES
                       PERFORM 6000-GRABAR-AUDITORIA
                       ADD 1 TO WS-CNT-ALTAS
                   WHEN '22'
                       MOVE 'RETENCION YA EXISTE' TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
                   WHEN OTHER
                       DISPLAY 'APPB029: ERROR ESCRIBIENDO RETENCS '
                               '- FILE STATUS ' FS-FILEH
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE
           END-IF.

      * El vencimiento es opcional (blanco o ceros = sin
      *  vencimiento); si viene, debe ser una fecha valida, no
      *  anterior al inicio de la retencion ni a la fecha de proceso
      *  (una retencion que ya nacio vencida no retiene nada).
       3010-VALIDAR-VENCIMIENTO.
           IF TRN-FECHA-VENCE-X = SPACES
               CONTINUE
           ELSE
           IF TRN-FECHA-VENCE NOT NUMERIC
               MOVE 'FECHA DE VENCIMIENTO NO NUMERICA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-FECHA-VENCE NOT = ZERO
               MOVE TRN-FECHA-VENCE TO WS-VAL-FECHA-N
               PERFORM 5000-VALIDAR-FECHA
               IF TRN-ES-VALIDA AND
                  (TRN-FECHA-VENCE < WS-FECHA-INICIO OR
                   TRN-FECHA-VENCE < WS-PROC-DATE-FULL-N)
                   MOVE 'VENCIMIENTO ANTERIOR AL INICIO O A HOY'
                       TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF
           END-IF
           END-IF.

      * Cambio: la retencion debe existir y estar activa. Solo se
      *  pisan los campos que vienen informados.
       3100-CAMBIO-RETENCION.
           MOVE 'S' TO WS-VALIDA
           IF TRN-AMOUNT-X = SPACES AND TRN-REFERENCIA = SPACES
              AND TRN-FECHA-VENCE-X = SPACES
               MOVE 'CAMBIO SIN CAMPOS INFORMADOS' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-AMOUNT-X NOT = SPACES AND
              (TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = ZERO)
               MOVE 'IMPORTE NO NUMERICO O A CERO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           END-IF
           END-IF

           IF TRN-ES-VALIDA
               MOVE TRN-ACCT-NUM TO HLD-ACCT-NUM
               MOVE TRN-HLD-NUM TO HLD-NUM
               PERFORM 4000-READ-RETENCION
               IF FS-FILEH = '23'
                   MOVE 'RETENCION NO EXISTE' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF NOT HLD-ST-ACTIVA
                   MOVE 'RETENCION LIBERADA O VENCIDA' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
                   MOVE HLD-FECHA-INICIO TO WS-FECHA-INICIO
                   PERFORM 3010-VALIDAR-VENCIMIENTO
               END-IF
               END-IF
           END-IF

           IF NOT TRN-ES-VALIDA
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE REC-HOLD TO WS-IMAGEN-ANTES
               IF TRN-AMOUNT-X NOT = SPACES
                   MOVE TRN-AMOUNT TO HLD-AMOUNT
               END-IF
               IF TRN-REFERENCIA NOT = SPACES
                   MOVE TRN-REFERENCIA TO HLD-REFERENCIA
               END-IF
               IF TRN-FECHA-VENCE-X NOT = SPACES
                   MOVE TRN-FECHA-VENCE TO HLD-FECHA-VENCE
               END-IF
               PERFORM 4100-REWRITE-RETENCION
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-CAMBIOS
           END-IF.

      * Liberacion: la retencion debe existir y estar activa; queda
      *  con estado L y la fecha de proceso como fecha de baja, y
      *  desde el siguiente posting deja de descontarse.
       3200-LIBERAR-RETENCION.
           MOVE TRN-ACCT-NUM TO HLD-ACCT-NUM
           MOVE TRN-HLD-NUM TO HLD-NUM
           PERFORM 4000-READ-RETENCION
           IF FS-FILEH = '23'
               MOVE 'RETENCION NO EXISTE' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF NOT HLD-ST-ACTIVA
               MOVE 'RETENCION YA LIBERADA O VENCIDA' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE REC-HOLD TO WS-IMAGEN-ANTES
               MOVE 'L' TO HLD-ESTADO
               MOVE WS-PROC-DATE-FULL-N TO HLD-FECHA-BAJA
               PERFORM 4100-REWRITE-RETENCION
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-LIBERADAS
           END-IF
           END-IF.

      * Lectura aleatoria de la retencion (la clave ya viene puesta
      *  por el parrafo que llama). El File Status 23 (no
      *  encontrado) NO es error aqui: los parrafos de arriba lo
      *  convierten en rechazo.
       4000-READ-RETENCION.
           READ FILEH
           END-READ
           IF FS-FILEH = '00' OR FS-FILEH = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB029: ERROR LEYENDO RETENCS - FILE STATUS '
                       FS-FILEH
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rescritura de la retencion modificada.
       4100-REWRITE-RETENCION.
           REWRITE REC-HOLD
           IF FS-FILEH NOT = '00'
               DISPLAY 'APPB029: ERROR RESCRIBIENDO RETENCS - FILE ST'
                       'ATUS ' FS-FILEH
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
               DISPLAY 'APPB029: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Validacion de la fecha AAAAMMDD puesta en WS-VAL-FECHA: mes
      *  1-12 y dia dentro del mes.
       5000-VALIDAR-FECHA.
           IF WS-VAL-AAAA < 1601 OR
              WS-VAL-MM < 1 OR WS-VAL-MM > 12
               MOVE 'FECHA INVALIDA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF WS-VAL-DD < 1 OR
              WS-VAL-DD > WS-DIAS-MES-E (WS-VAL-MM)
               MOVE 'FECHA INVALIDA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           END-IF
           END-IF.

      * Registro de auditoria del cambio aplicado: accion e
      *  imagenes anterior y posterior, igual que APPB007.
       6000-GRABAR-AUDITORIA.
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE WS-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
           MOVE REC-HOLD TO AUD-IMAGEN-DESPUES
           WRITE REC-FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB029: ERROR ESCRIBIENDO HLDAUD - FILE STAT'
                       'US ' FS-FILEA
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Linea de rechazo en el informe con la transaccion y el
      *  motivo que dejo puesto el parrafo que detecto el problema.
       7000-RECHAZAR-TRANSACCION.
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE REC-FILET(2:10) TO REJ-ACCT-NUM
           MOVE REC-FILET(12:4) TO REJ-HLD-NUM
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
           MOVE 'RETENCIONES CONSTITUIDAS' TO CNT-LITERAL
           MOVE WS-CNT-ALTAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CAMBIOS APLICADOS:      ' TO CNT-LITERAL
           MOVE WS-CNT-CAMBIOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'RETENCIONES LIBERADAS:  ' TO CNT-LITERAL
           MOVE WS-CNT-LIBERADAS TO CNT-VALOR
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
               DISPLAY 'APPB029: ERROR ESCRIBIENDO HLDREP - FILE STAT'
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
                   DISPLAY 'APPB029: ERROR CERRANDO HLDTRAN - FILE ST'
                           'ATUS ' FS-FILET
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILET-OPEN
           END-IF

           IF FILEH-IS-OPEN
               CLOSE FILEH
               IF FS-FILEH NOT = '00'
                   DISPLAY 'APPB029: ERROR CERRANDO RETENCS - FILE ST'
                           'ATUS ' FS-FILEH
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEH-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB029: ERROR CERRANDO FILEIN - FILE STA'
                           'TUS ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILEA-IS-OPEN
               CLOSE FILEA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB029: ERROR CERRANDO HLDAUD - FILE STA'
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
                   DISPLAY 'APPB029: ERROR CERRANDO HLDREP - FILE STA'
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
