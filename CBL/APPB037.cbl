      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB037.
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
      *  contratos de plazo fijo: una por registro, con accion A
      *  (alta del contrato), C (cambio de cuenta de liquidacion o
      *  de instruccion de renovacion) o K (cancelacion anticipada).
           SELECT FILET ASSIGN TO PLZTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILET.

      * FILEP es el fichero de contratos (copy PLZFREC), abierto en
      *  I-O para dar altas y cambios en sitio, igual que APPB029
      *  hace con las retenciones.
           SELECT FILEP ASSIGN TO PLAZOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLZ-ACCT-NUM
           FILE STATUS IS FS-FILEP.

      * FILEI es el maestro de cuentas, solo consulta: la cuenta del
      *  plazo y la de liquidacion deben existir y no estar
      *  cerradas.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEA es la pista de auditoria de los contratos: la imagen
      *  anterior y posterior de cada cambio aplicado, misma
      *  disciplina que el MANTAUD de APPB007.
           SELECT FILEA ASSIGN TO PLZAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEA.

      * FILERP es el informe de la ejecución: transacciones
      *  rechazadas con su motivo y resumen final de contadores.
           SELECT FILERP ASSIGN TO PLZMREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILERP.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Transaccion de mantenimiento de plazo fijo. En el alta, una
      *  fecha de inicio en blanco es la fecha de proceso; el
      *  vencimiento no se teclea, sale del inicio mas el plazo en
      *  meses. En los cambios (C) solo cuentan la cuenta de
      *  liquidacion y la instruccion de renovacion, y en blanco
      *  significan "dejar como esta". La cancelacion anticipada (K)
      *  solo lleva la cuenta: el contrato queda pedido (estado P) y
      *  el proceso diario APPB038 la liquida esa misma noche con su
      *  penalizacion.
       FD  FILET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILET.
       01 REC-FILET.
           05 TRN-ACTION           PIC X(01).
               88 TRN-ALTA             VALUE 'A'.
               88 TRN-CAMBIO           VALUE 'C'.
               88 TRN-CANCELAR         VALUE 'K'.
           05 TRN-ACCT-NUM         PIC 9(10).
           05 TRN-PRINCIPAL        PIC 9(9)V99.
           05 TRN-TASA             PIC 9(2)V9(4).
           05 TRN-PLAZO-MESES      PIC 9(03).
           05 TRN-FECHA-INICIO     PIC 9(08).
           05 TRN-FECHA-INICIO-X REDEFINES TRN-FECHA-INICIO
                                   PIC X(08).
           05 TRN-CTA-LIQUIDACION  PIC 9(10).
           05 TRN-CTA-LIQUIDACION-X REDEFINES TRN-CTA-LIQUIDACION
                                   PIC X(10).
           05 TRN-RENOVACION       PIC X(01).
           05 TRN-PENALIZACION     PIC 9(2)V99.
           05 FILLER               PIC X(26).

      * Contratos de plazo fijo, descritos en su propio copy.
       FD  FILEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-PLAZO.
           COPY PLZFREC.

      * Maestro de cuentas, descrito en su propio copy.
       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Auditoria: accion aplicada mas la imagen del contrato antes
      *  y despues. En las altas la imagen anterior va en blanco.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEA.
       01 REC-FILEA.
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
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
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
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

      * Contadores para el resumen final del informe.
       01 WS-TRN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-CNT-ALTAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-CAMBIOS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-CANCELADAS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECHAZOS      PIC 9(09) VALUE ZERO.

      * Imagen del contrato antes de aplicar un cambio, para el
      *  registro de auditoria.
       01 WS-IMAGEN-ANTES      PIC X(120) VALUE SPACES.

      * Resultado de las validaciones: el parrafo que valida deja
      *  el motivo en REJ-MOTIVO y apaga la marca.
       01 WS-VALIDA            PIC X(01) VALUE 'S'.
           88 TRN-ES-VALIDA        VALUE 'S'.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD: fecha de alta de los
      *  contratos y de la peticion de cancelacion.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Fecha de inicio efectiva del contrato en curso (la de la
      *  transaccion, o la de proceso si viene en blanco).
       01 WS-FECHA-INICIO      PIC 9(08) VALUE ZERO.

      * Fecha AAAAMMDD que se esta validando.
       01 WS-VAL-FECHA.
           05 WS-VAL-AAAA          PIC 9(04).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).
       01 WS-VAL-FECHA-N REDEFINES WS-VAL-FECHA
                               PIC 9(08).

      * Fecha de trabajo del calculo del vencimiento: el inicio mas
      *  el plazo en meses, con la misma aritmetica de meses totales
      *  que APPB009 y APPB026.
       01 WS-CAL-FECHA.
           05 WS-CAL-AAAA          PIC 9(04).
           05 WS-CAL-MM            PIC 9(02).
           05 WS-CAL-DD            PIC 9(02).
       01 WS-CAL-FECHA-FULL REDEFINES WS-CAL-FECHA
                               PIC 9(08).
       01 WS-TOT-MESES         PIC S9(09) COMP VALUE ZERO.
       01 WS-MESES-RESTO       PIC 9(02) VALUE ZERO.

      * Dias de cada mes; febrero va con 28 como en APPB003: un plazo
      *  iniciado un 29, 30 o 31 que vence en febrero vence el 28.
       01 WS-DIAS-MES-TAB.
           05 FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TAB.
           05 WS-DIAS-MES-E OCCURS 12 PIC 9(02).

      * Cabecera del informe de mantenimiento.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(42)
               VALUE 'MANTENIMIENTO DE PLAZOS FIJOS           - '.
           05 FILLER               PIC X(07) VALUE 'APPB037'.
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
           05 FILLER               PIC X(03) VALUE ' - '.
           05 REJ-MOTIVO           PIC X(40).

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(24).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD: encabeza el
      *  informe y fecha las altas y las peticiones de cancelacion.
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
               DISPLAY 'APPB037: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB037: ERROR - PARM-PROC-DATE NO ES NUMERIC'
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
               DISPLAY 'APPB037: ERROR ABRIENDO PLZTRAN - FILE STATUS '
                       FS-FILET
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILET-OPEN

      * Un fichero de contratos recien definido y aun vacio da File
      *  Status 35 en el OPEN I-O: se inicializa abriendolo en
      *  OUTPUT y se vuelve a abrir en I-O.
           OPEN I-O FILEP
           IF FS-FILEP = '35'
               DISPLAY 'APPB037: AVISO - PLAZOS VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEP
               IF FS-FILEP = '00'
                   CLOSE FILEP
                   OPEN I-O FILEP
               END-IF
           END-IF
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB037: ERROR ABRIENDO PLAZOS - FILE STATUS '
                       FS-FILEP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEP-OPEN

           OPEN INPUT FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB037: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN EXTEND FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB037: ERROR ABRIENDO PLZAUD - FILE STATUS '
                       FS-FILEA
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEA-OPEN

           OPEN OUTPUT FILERP
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB037: ERROR ABRIENDO PLZMREP - FILE STATUS '
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
               DISPLAY 'APPB037: ERROR LEYENDO PLZTRAN - FILE STATUS '
                       FS-FILET
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Aplica una transaccion segun su accion; lo que no se pueda
      *  aplicar termina en el informe de rechazos con su motivo.
       2100-APLICAR-TRANSACCION.
           IF TRN-ACCT-NUM NOT NUMERIC
               MOVE 'CUENTA NO NUMERICA' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               EVALUATE TRUE
                   WHEN TRN-ALTA
                       PERFORM 3000-ALTA-PLAZO
                   WHEN TRN-CAMBIO
                       PERFORM 3100-CAMBIO-PLAZO
                   WHEN TRN-CANCELAR
                       PERFORM 3200-CANCELAR-PLAZO
                   WHEN OTHER
                       MOVE 'ACCION DESCONOCIDA' TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
               END-EVALUATE
           END-IF.

      * Alta: principal, tipo y plazo positivos, instruccion de
      *  renovacion conocida, penalizacion numerica y fecha de
      *  inicio valida y no posterior a hoy (los depositos que ya
      *  estaban abiertos se dan de alta con su inicio real). La
      *  cuenta del plazo debe existir, no estar cerrada y tener
      *  como saldo exactamente el principal; la de liquidacion debe
      *  ser otra, existir y no estar cerrada. El vencimiento tiene
      *  que caer despues de hoy. El contrato no debe existir
      *  todavia (WRITE con File Status 22 es rechazo y no abend).
       3000-ALTA-PLAZO.
           MOVE 'S' TO WS-VALIDA
           IF TRN-PRINCIPAL NOT NUMERIC OR TRN-PRINCIPAL = ZERO
               MOVE 'PRINCIPAL NO NUMERICO O A CERO' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-TASA NOT NUMERIC OR TRN-TASA = ZERO
               MOVE 'TIPO DE INTERES NO NUMERICO O A CERO'
                   TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-PLAZO-MESES NOT NUMERIC OR TRN-PLAZO-MESES = ZERO
               MOVE 'PLAZO EN MESES NO NUMERICO O A CERO'
                   TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-RENOVACION NOT = 'R' AND TRN-RENOVACION NOT = 'L'
               MOVE 'INSTRUCCION DE RENOVACION DESCONOCIDA'
                   TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-PENALIZACION NOT NUMERIC
               MOVE 'PENALIZACION NO NUMERICA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-CTA-LIQUIDACION NOT NUMERIC
              OR TRN-CTA-LIQUIDACION = ZERO
              OR TRN-CTA-LIQUIDACION = TRN-ACCT-NUM
               MOVE 'CUENTA DE LIQUIDACION INVALIDA' TO REJ-MOTIVO
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
               IF TRN-ES-VALIDA AND
                  WS-FECHA-INICIO > WS-PROC-DATE-FULL-N
                   MOVE 'FECHA DE INICIO POSTERIOR A HOY'
                       TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF TRN-ES-VALIDA
               MOVE WS-FECHA-INICIO TO WS-CAL-FECHA-FULL
               PERFORM 5100-CALCULAR-VENCIMIENTO
               IF WS-CAL-FECHA-FULL NOT > WS-PROC-DATE-FULL-N
                   MOVE 'EL PLAZO YA HABRIA VENCIDO' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF

           IF TRN-ES-VALIDA
               MOVE TRN-ACCT-NUM TO REC-ACCT-NUM
               PERFORM 4200-READ-CUENTA
               IF FS-FILEI = '23'
                   MOVE 'CUENTA DEL PLAZO NO EXISTE' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF REC-ST-CERRADA
                   MOVE 'CUENTA DEL PLAZO CERRADA' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF REC-BALANCE NOT = TRN-PRINCIPAL
                   MOVE 'SALDO DE LA CUENTA DISTINTO AL PRINCIPAL'
                       TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
               END-IF
               END-IF
           END-IF

           IF TRN-ES-VALIDA
               PERFORM 3010-VALIDAR-LIQUIDACION
           END-IF

           IF NOT TRN-ES-VALIDA
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE SPACES TO REC-PLAZO
               MOVE TRN-ACCT-NUM TO PLZ-ACCT-NUM
               MOVE TRN-PRINCIPAL TO PLZ-PRINCIPAL
               MOVE TRN-TASA TO PLZ-TASA
               MOVE TRN-PLAZO-MESES TO PLZ-PLAZO-MESES
               MOVE WS-FECHA-INICIO TO PLZ-FECHA-INICIO
               MOVE WS-CAL-FECHA-FULL TO PLZ-FECHA-VTO
               MOVE TRN-CTA-LIQUIDACION TO PLZ-CTA-LIQUIDACION
               MOVE TRN-RENOVACION TO PLZ-RENOVACION
               MOVE TRN-PENALIZACION TO PLZ-PENALIZACION
               MOVE 'A' TO PLZ-ESTADO
               MOVE WS-PROC-DATE-FULL-N TO PLZ-FECHA-ALTA
               MOVE ZERO TO PLZ-FECHA-CANCEL
               MOVE ZERO TO PLZ-NUM-RENOVACIONES
               MOVE ZERO TO PLZ-ULT-LIQUIDACION
               MOVE ZERO TO PLZ-ULT-INT-BRUTO
               MOVE ZERO TO PLZ-ULT-PENALIZ
               WRITE REC-PLAZO
               EVALUATE FS-FILEP
                   WHEN '00'
                       MOVE SPACES TO WS-IMAGEN-ANTES
                       PERFORM 6000-GRABAR-AUDITORIA
                       ADD 1 TO WS-CNT-ALTAS
                   WHEN '22'
                       MOVE 'CONTRATO YA EXISTE' TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
                   WHEN OTHER
                       DISPLAY 'APPB037: ERROR ESCRIBIENDO PLAZOS - F'
                               'ILE STATUS ' FS-FILEP
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE
           END-IF.

      * La cuenta de liquidacion de la transaccion debe existir en
      *  el maestro y no estar cerrada: ahi se abonaran intereses y
      *  principal.
       3010-VALIDAR-LIQUIDACION.
           MOVE TRN-CTA-LIQUIDACION TO REC-ACCT-NUM
           PERFORM 4200-READ-CUENTA
           IF FS-FILEI = '23'
               MOVE 'CUENTA DE LIQUIDACION NO EXISTE' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF REC-ST-CERRADA
               MOVE 'CUENTA DE LIQUIDACION CERRADA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           END-IF
           END-IF.

      * Cambio: el contrato debe existir y estar vivo. Solo se pisan
      *  la cuenta de liquidacion y la instruccion de renovacion, y
      *  solo si vienen informadas; principal, tipo y fechas no se
      *  tocan (para eso se cancela y se abre otro).
       3100-CAMBIO-PLAZO.
           MOVE 'S' TO WS-VALIDA
           IF TRN-CTA-LIQUIDACION-X = SPACES AND
              TRN-RENOVACION = SPACES
               MOVE 'CAMBIO SIN CAMPOS INFORMADOS' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-RENOVACION NOT = SPACES AND
              TRN-RENOVACION NOT = 'R' AND TRN-RENOVACION NOT = 'L'
               MOVE 'INSTRUCCION DE RENOVACION DESCONOCIDA'
                   TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
           IF TRN-CTA-LIQUIDACION-X NOT = SPACES AND
              (TRN-CTA-LIQUIDACION NOT NUMERIC
               OR TRN-CTA-LIQUIDACION = ZERO
               OR TRN-CTA-LIQUIDACION = TRN-ACCT-NUM)
               MOVE 'CUENTA DE LIQUIDACION INVALIDA' TO REJ-MOTIVO
               MOVE 'N' TO WS-VALIDA
           END-IF
           END-IF
           END-IF

           IF TRN-ES-VALIDA AND TRN-CTA-LIQUIDACION-X NOT = SPACES
               PERFORM 3010-VALIDAR-LIQUIDACION
           END-IF

           IF TRN-ES-VALIDA
               MOVE TRN-ACCT-NUM TO PLZ-ACCT-NUM
               PERFORM 4000-READ-PLAZO
               IF FS-FILEP = '23'
                   MOVE 'CONTRATO NO EXISTE' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF NOT PLZ-ST-VIVO
                   MOVE 'CONTRATO VENCIDO O CANCELADO' TO REJ-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
               END-IF
           END-IF

           IF NOT TRN-ES-VALIDA
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE REC-PLAZO TO WS-IMAGEN-ANTES
               IF TRN-CTA-LIQUIDACION-X NOT = SPACES
                   MOVE TRN-CTA-LIQUIDACION TO PLZ-CTA-LIQUIDACION
               END-IF
               IF TRN-RENOVACION NOT = SPACES
                   MOVE TRN-RENOVACION TO PLZ-RENOVACION
               END-IF
               PERFORM 4100-REWRITE-PLAZO
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-CAMBIOS
           END-IF.

      * Cancelacion anticipada: el contrato debe existir, estar vivo
      *  y no haber llegado a su vencimiento (ese lo liquida el
      *  proceso diario sin penalizacion). Queda pedida (P) con la
      *  fecha de hoy; APPB038 la liquida en la misma noche.
       3200-CANCELAR-PLAZO.
           MOVE TRN-ACCT-NUM TO PLZ-ACCT-NUM
           PERFORM 4000-READ-PLAZO
           IF FS-FILEP = '23'
               MOVE 'CONTRATO NO EXISTE' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF NOT PLZ-ST-VIVO
               MOVE 'CONTRATO VENCIDO O YA CANCELADO' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF PLZ-FECHA-VTO NOT > WS-PROC-DATE-FULL-N
               MOVE 'CONTRATO YA VENCIDO - SE LIQUIDA AL VTO'
                   TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE REC-PLAZO TO WS-IMAGEN-ANTES
               MOVE 'P' TO PLZ-ESTADO
               MOVE WS-PROC-DATE-FULL-N TO PLZ-FECHA-CANCEL
               PERFORM 4100-REWRITE-PLAZO
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-CANCELADAS
           END-IF
           END-IF
           END-IF.

      * Lectura aleatoria del contrato (la clave ya viene puesta por
      *  el parrafo que llama). El File Status 23 (no encontrado) NO
      *  es error aqui: los parrafos de arriba lo convierten en
      *  rechazo.
       4000-READ-PLAZO.
           READ FILEP
           END-READ
           IF FS-FILEP = '00' OR FS-FILEP = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB037: ERROR LEYENDO PLAZOS - FILE STATUS '
                       FS-FILEP
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rescritura del contrato modificado.
       4100-REWRITE-PLAZO.
           REWRITE REC-PLAZO
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB037: ERROR RESCRIBIENDO PLAZOS - FILE STA'
                       'TUS ' FS-FILEP
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
               DISPLAY 'APPB037: ERROR LEYENDO FILEIN - FILE STATUS '
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

      * Vencimiento: suma TRN-PLAZO-MESES meses a WS-CAL-FECHA con
      *  la aritmetica de meses totales de APPB009, conservando el
      *  dia del inicio recortado al ultimo dia del mes. Es el mismo
      *  calculo que hace APPB038 al renovar.
       5100-CALCULAR-VENCIMIENTO.
           COMPUTE WS-TOT-MESES =
               WS-CAL-AAAA * 12 + WS-CAL-MM - 1 + TRN-PLAZO-MESES
           DIVIDE WS-TOT-MESES BY 12
               GIVING WS-CAL-AAAA
               REMAINDER WS-MESES-RESTO
           COMPUTE WS-CAL-MM = WS-MESES-RESTO + 1
           IF WS-CAL-DD > WS-DIAS-MES-E (WS-CAL-MM)
               MOVE WS-DIAS-MES-E (WS-CAL-MM) TO WS-CAL-DD
           END-IF.

      * Registro de auditoria del cambio aplicado: accion e
      *  imagenes anterior y posterior, igual que APPB007.
       6000-GRABAR-AUDITORIA.
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE WS-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
           MOVE REC-PLAZO TO AUD-IMAGEN-DESPUES
           WRITE REC-FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB037: ERROR ESCRIBIENDO PLZAUD - FILE STAT'
                       'US ' FS-FILEA
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Linea de rechazo en el informe con la transaccion y el
      *  motivo que dejo puesto el parrafo que detecto el problema.
       7000-RECHAZAR-TRANSACCION.
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE REC-FILET(2:10) TO REJ-ACCT-NUM
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
           MOVE 'CONTRATOS DADOS DE ALTA:' TO CNT-LITERAL
           MOVE WS-CNT-ALTAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CONTRATOS CAMBIADOS:    ' TO CNT-LITERAL
           MOVE WS-CNT-CAMBIOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CANCELACIONES PEDIDAS:  ' TO CNT-LITERAL
           MOVE WS-CNT-CANCELADAS TO CNT-VALOR
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
               DISPLAY 'APPB037: ERROR ESCRIBIENDO PLZMREP - FILE STA'
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
                   DISPLAY 'APPB037: ERROR CERRANDO PLZTRAN - FILE ST'
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
                   DISPLAY 'APPB037: ERROR CERRANDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEP-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB037: ERROR CERRANDO FILEIN - FILE STA'
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
                   DISPLAY 'APPB037: ERROR CERRANDO PLZAUD - FILE STA'
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
                   DISPLAY 'APPB037: ERROR CERRANDO PLZMREP - FILE STA'
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
