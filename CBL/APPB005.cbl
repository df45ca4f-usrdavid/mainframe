****** INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FILEM es el fichero de movimientos del dia: depositos,
      *  retiros, traspasos entre cuentas y anulaciones de apuntes
      *  ya contabilizados, uno por registro, en el orden en que
      *  llegaron.
           SELECT FILEM ASSIGN TO MOVSIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
      *  es lo que el extracto mensual de APPB014 reconstruye cuando
      *  una sucursal pregunta que paso con una cuenta. Se abre en
      *  EXTEND: MOVSIN se pisa cada dia, el diario no se pisa nunca.
      *  Si el dia trae anulaciones, antes de abrirlo en EXTEND se
      *  lee una vez de principio a fin para localizar los apuntes
      *  originales que se piden anular.
           SELECT FILEJ ASSIGN TO JOURNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RCT-KEY
           FILE STATUS IS FS-RUNCTL.

      * FILEH es el fichero de retenciones y embargos por cuenta,
      *  solo consulta: al calcular el disponible de un cargo se
      *  recorren las retenciones de la cuenta (START + READ NEXT
      *  por la parte de cuenta de la clave) y se descuentan las que
      *  esten vigentes en la fecha de proceso.
           SELECT FILEH ASSIGN TO RETENCS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS FS-FILEH.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Movimiento de entrada: tipo (D=deposito, R=retiro,
      *  T=traspaso, A=anulacion), cuenta origen, cuenta destino
      *  (solo para traspasos, ceros en el resto) e importe. En una
      *  anulacion la cuenta y el importe son los del apunte
      *  original, y el hueco de la cuenta destino lleva el resto de
      *  su identificacion en el diario: el tipo del apunte (D, R,
      *  E, S, I o C) y su fecha AAAAMMDD. Una pata de traspaso (E o
      *  S) anula el traspaso entero.
       FD  FILEM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
               88 MOV-DEPOSITO         VALUE 'D'.
               88 MOV-RETIRO           VALUE 'R'.
               88 MOV-TRASPASO         VALUE 'T'.
               88 MOV-ANULACION        VALUE 'A'.
           05 MOV-ACCT-NUM         PIC 9(10).
           05 MOV-ACCT-NUM-DEST    PIC 9(10).
           05 MOV-ANU-ORIGINAL REDEFINES MOV-ACCT-NUM-DEST.
               10 MOV-ANU-TIPO     PIC X(01).
                   88 MOV-ANU-TIPO-VALIDO VALUE 'D' 'R' 'E' 'S' 'I'
                                                'C'.
                   88 MOV-ANU-TRASPASO    VALUE 'E' 'S'.
               10 MOV-ANU-FECHA    PIC 9(08).
               10 FILLER           PIC X(01).
           05 MOV-AMOUNT           PIC 9(9)V99.
           05 FILLER               PIC X(08).

           COPY ACCTREC.

      * Rechazo: imagen completa del movimiento mas el motivo por el
      *  que no se pudo aplicar. Las anulaciones tienen dos motivos
      *  propios: el original no esta en el diario (09) o ya esta
      *  anulado (10).
       FD  FILER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
               88 REJ-IMPORTE-INVALIDO VALUE '05'.
               88 REJ-SALDO-DESBORDADO VALUE '06'.
               88 REJ-CTA-CERRADA      VALUE '07'.
               88 REJ-SALDO-RETENIDO   VALUE '08'.
               88 REJ-ANU-SIN-ORIGINAL VALUE '09'.
               88 REJ-ANU-YA-ANULADO   VALUE '10'.

      * Diario permanente de movimientos aplicados, descrito en su
      *  propio copy (lo comparte con APPB010 y APPB014).
      * Registro de control de movimientos: fecha, contadores por
      *  tipo, rechazos y el importe neto aplicado (depositos menos
      *  retiros; los traspasos son neutros), con el signo aparte.
      *  Las anulaciones se cuentan aparte y su efecto sobre los
      *  saldos va dentro del neto, para que la conciliacion siga
      *  cuadrando.
       FD  FILEC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           05 MCT-CNT-RECHAZOS     PIC 9(09).
           05 MCT-NET-SIGNO        PIC X(01).
           05 MCT-NET-AMOUNT       PIC 9(11)V99.
           05 MCT-CNT-ANULACIONES  PIC 9(06).

      * FILEF: registro de control de fechas mas el calendario de
      *  dias no habiles, descritos en su propio copy.
           DATA RECORD IS REC-RCTL.
           COPY RUNCTL.

      * FILEH: retenciones y embargos, descritos en su propio copy.
       FD  FILEH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-HOLD.
           COPY HOLDREC.

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEC   PIC X(02) VALUE SPACES.
       01 FS-FECHAS  PIC X(02) VALUE SPACES.
       01 FS-RUNCTL  PIC X(02) VALUE SPACES.
       01 FS-FILEH   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
           88 FILEF-IS-OPEN        VALUE 'Y'.
       01 WS-FILERC-OPEN   PIC X VALUE 'N'.
           88 FILERC-IS-OPEN       VALUE 'Y'.
       01 WS-FILEH-OPEN    PIC X VALUE 'N'.
           88 FILEH-IS-OPEN        VALUE 'Y'.

      * Un fichero de retenciones recien definido y nunca cargado
      *  se abre con File Status 35: no hay retenciones que
      *  descontar y el posting sigue (misma tolerancia que APPB013
      *  tiene con el INTCTL).
       01 WS-HAY-RETENCIONES PIC X VALUE 'N'.
           88 HAY-RETENCIONES      VALUE 'S'.

      * Identidad de este paso en el control de encadenamiento y su
      *  predecesor en la cadena, la verificacion de la transmision
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Contadores e importes acumulados por tipo de movimiento, para
      *  el resumen final de la ejecución.
       01 WS-CNT-RETIROS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-TRASPASOS     PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECHAZOS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECH-RETENIDO PIC 9(09) VALUE ZERO.
       01 WS-AMT-DEPOSITOS     PIC 9(11)V99 VALUE ZERO.
       01 WS-AMT-RETIROS       PIC 9(11)V99 VALUE ZERO.
       01 WS-AMT-TRASPASOS     PIC 9(11)V99 VALUE ZERO.
       01 WS-CNT-ANULACIONES   PIC 9(09) VALUE ZERO.
       01 WS-AMT-ANULACIONES   PIC 9(11)V99 VALUE ZERO.

      * Total de movimientos leidos de MOVSIN.
       01 WS-MOV-COUNT         PIC 9(09) VALUE ZERO.
      *  disponible, no el saldo a secas.
       01 WS-DISPONIBLE        PIC S9(10)V99 VALUE ZERO.

      * Suma de las retenciones y embargos vigentes de la cuenta en
      *  curso. Un cargo que cabe en el disponible pero no en el
      *  disponible menos lo retenido se rechaza con su propio
      *  motivo (08), para que la sucursal distinga un embargo de
      *  una simple falta de fondos.
       01 WS-RETENIDO          PIC 9(11)V99 VALUE ZERO.

      * Tipo y sentido del apunte que 6000-GRABAR-JOURNAL lleva al
      *  diario; los deja puestos el parrafo que aplico el apunte,
      *  igual que REJ-REASON en los rechazos.
       01 WS-JRN-TYPE          PIC X(01) VALUE SPACES.
       01 WS-JRN-SIGNO         PIC X(01) VALUE SPACES.

      * Tipo y fecha del apunte original que se lleva al diario en
      *  las anulaciones (JRN-CONCEPTO y JRN-FECHA-ORIG); en blanco
      *  y a ceros en el resto de movimientos.
       01 WS-JRN-CONCEPTO      PIC X(01) VALUE SPACES.
       01 WS-JRN-FECHA-ORIG    PIC 9(08) VALUE ZERO.

      * Anulaciones del dia, cargadas de MOVSIN antes de aplicar
      *  nada y casadas contra el diario en una sola pasada. Por cada
      *  clave distinta (cuenta, tipo, fecha e importe del original)
      *  se guarda cuantos apuntes originales hay en el diario,
      *  cuantos estan ya anulados (mas los que se anulen en esta
      *  ejecucion) y, en las patas de traspaso, la cuenta de la
      *  otra pata. Dos apuntes identicos (el deposito duplicado de
      *  siempre) admiten dos anulaciones, nunca una tercera.
       01 WS-ANU-CNT           PIC 9(03) VALUE ZERO.
       01 WS-ANU-TAB.
           05 WS-ANU-ENTRADA OCCURS 500.
               10 WS-ANU-ACCT      PIC 9(10).
               10 WS-ANU-TIPO      PIC X(01).
               10 WS-ANU-FECHA     PIC 9(08).
               10 WS-ANU-AMOUNT    PIC 9(9)V99.
               10 WS-ANU-ORIGINALES PIC 9(05).
               10 WS-ANU-ANULADOS  PIC 9(05).
               10 WS-ANU-CONTRA    PIC 9(10).
       01 WS-ANU-IDX           PIC 9(03) VALUE ZERO.
       01 WS-ANU-USO           PIC 9(03) VALUE ZERO.

      * Clave que busca 3310-BUSCAR-ANULACION en la tabla.
       01 WS-ANU-BUSCAR.
           05 WS-BUS-ACCT          PIC 9(10) VALUE ZERO.
           05 WS-BUS-TIPO          PIC X(01) VALUE SPACES.
           05 WS-BUS-FECHA         PIC 9(08) VALUE ZERO.
           05 WS-BUS-AMOUNT        PIC 9(9)V99 VALUE ZERO.

      * Apunte anterior del diario durante la pasada de anulaciones:
      *  la pata de abono (E) de un traspaso se graba justo antes de
      *  su pata de cargo (S), y asi se sabe cual es la otra cuenta
      *  del traspaso.
       01 WS-JRN-ANTERIOR.
           05 WS-ANT-ACCT          PIC 9(10) VALUE ZERO.
           05 WS-ANT-TYPE          PIC X(01) VALUE SPACES.
           05 WS-ANT-FECHA         PIC 9(08) VALUE ZERO.
           05 WS-ANT-AMOUNT        PIC 9(9)V99 VALUE ZERO.

      * Cuentas de cargo y de abono de la anulacion de un traspaso.
       01 WS-ANU-CTA-CARGO     PIC 9(10) VALUE ZERO.
       01 WS-ANU-CTA-ABONO     PIC 9(10) VALUE ZERO.

****** LINKAGE SECTION.
      * Mismo formato fisico de PARMS que APPB003, pero aqui el modo
      *  R (reinicio) NO se admite: este programa no lleva puntos de
           END-IF
           MOVE 'Y' TO WS-FILER-OPEN

      * Las anulaciones del dia se localizan en el diario antes de
      *  abrirlo para añadir: asi la pasada solo ve lo contabilizado
      *  hasta ayer y ningun apunte de hoy puede anularse a si mismo.
           PERFORM 1100-CARGAR-ANULACIONES
           IF WS-ANU-CNT > 0
               PERFORM 1200-CASAR-DIARIO
           END-IF

      * El diario va en EXTEND para que cada dia se acumule al
      *  historial, igual que el AUDITDS de APPB003.
           OPEN EXTEND FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEC-OPEN

           OPEN INPUT FILEH
           EVALUATE FS-FILEH
               WHEN '00'
                   MOVE 'Y' TO WS-FILEH-OPEN
                   MOVE 'S' TO WS-HAY-RETENCIONES
               WHEN '35'
                   DISPLAY 'APPB005: AVISO - RETENCS VACIO, NO HAY RE'
                           'TENCIONES QUE DESCONTAR'
               WHEN OTHER
                   DISPLAY 'APPB005: ERROR ABRIENDO RETENCS - FILE ST'
                           'ATUS ' FS-FILEH
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE.

      * Primera pasada por MOVSIN: guarda en la tabla la clave de
      *  cada anulacion bien formada y deja el fichero otra vez
      *  abierto desde el principio para la pasada de aplicacion.
      *  Las mal formadas no se guardan; las rechaza 3300 al
      *  llegar a ellas.
       1100-CARGAR-ANULACIONES.
           PERFORM 2000-READ-FILEM
           PERFORM UNTIL FS-FILEM = '10'
               IF MOV-ANULACION AND MOV-ANU-TIPO-VALIDO
                  AND MOV-ANU-FECHA NUMERIC
                  AND MOV-ACCT-NUM NUMERIC
                  AND MOV-AMOUNT NUMERIC
                   PERFORM 1110-GUARDAR-ANULACION
               END-IF
               PERFORM 2000-READ-FILEM
           END-PERFORM

           CLOSE FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB005: ERROR CERRANDO MOVSIN - FILE STATUS '
                       FS-FILEM
               MOVE 20 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'N' TO WS-FILEM-OPEN

           OPEN INPUT FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB005: ERROR REABRIENDO MOVSIN - FILE STATU'
                       'S ' FS-FILEM
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEM-OPEN.

      * Una entrada por clave distinta: dos anulaciones iguales del
      *  mismo dia comparten entrada y se cuentan al aplicarse.
       1110-GUARDAR-ANULACION.
           MOVE MOV-ACCT-NUM TO WS-BUS-ACCT
           MOVE MOV-ANU-TIPO TO WS-BUS-TIPO
           MOVE MOV-ANU-FECHA TO WS-BUS-FECHA
           MOVE MOV-AMOUNT TO WS-BUS-AMOUNT
           PERFORM 3310-BUSCAR-ANULACION
           IF WS-ANU-IDX = ZERO
               IF WS-ANU-CNT = 500
                   DISPLAY 'APPB005: ERROR - MAS DE 500 ANULACIONES EN'
                           ' MOVSIN'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               ADD 1 TO WS-ANU-CNT
               MOVE WS-BUS-ACCT TO WS-ANU-ACCT (WS-ANU-CNT)
               MOVE WS-BUS-TIPO TO WS-ANU-TIPO (WS-ANU-CNT)
               MOVE WS-BUS-FECHA TO WS-ANU-FECHA (WS-ANU-CNT)
               MOVE WS-BUS-AMOUNT TO WS-ANU-AMOUNT (WS-ANU-CNT)
               MOVE ZERO TO WS-ANU-ORIGINALES (WS-ANU-CNT)
               MOVE ZERO TO WS-ANU-ANULADOS (WS-ANU-CNT)
               MOVE ZERO TO WS-ANU-CONTRA (WS-ANU-CNT)
           END-IF.

      * Pasada completa por el diario con las anulaciones del dia en
      *  la tabla: cuenta originales y anulaciones ya hechas de cada
      *  clave y localiza la otra pata de los traspasos.
       1200-CASAR-DIARIO.
           OPEN INPUT FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB005: ERROR ABRIENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEJ-OPEN

           PERFORM 1210-READ-JOURNAL
           PERFORM UNTIL FS-FILEJ = '10'
               PERFORM 1220-CASAR-APUNTE
               MOVE JRN-ACCT-NUM TO WS-ANT-ACCT
               MOVE JRN-TYPE TO WS-ANT-TYPE
               MOVE JRN-FECHA TO WS-ANT-FECHA
               MOVE JRN-AMOUNT TO WS-ANT-AMOUNT
               PERFORM 1210-READ-JOURNAL
           END-PERFORM

           CLOSE FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB005: ERROR CERRANDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 20 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'N' TO WS-FILEJ-OPEN.

      * Lectura secuencial del diario en la pasada de anulaciones.
       1210-READ-JOURNAL.
           READ FILEJ
           END-READ
           IF FS-FILEJ = '00' OR FS-FILEJ = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB005: ERROR LEYENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Casa un apunte del diario con cada anulacion pedida. Un
      *  apunte normal con la misma clave es un original; una
      *  anulacion anterior (tipo A) cuyo tipo y fecha originales
      *  coinciden ya consumio uno. La pata de cargo (S) de un
      *  traspaso completa la otra cuenta de ambas patas: la suya
      *  es el abono (E) leido justo antes, y viceversa.
       1220-CASAR-APUNTE.
           MOVE 1 TO WS-ANU-USO
           PERFORM UNTIL WS-ANU-USO > WS-ANU-CNT
               IF JRN-ACCT-NUM = WS-ANU-ACCT (WS-ANU-USO)
                  AND JRN-AMOUNT = WS-ANU-AMOUNT (WS-ANU-USO)
                   IF JRN-ANULACION
                       IF JRN-CONCEPTO = WS-ANU-TIPO (WS-ANU-USO)
                          AND JRN-FECHA-ORIG = WS-ANU-FECHA (WS-ANU-USO)
                           ADD 1 TO WS-ANU-ANULADOS (WS-ANU-USO)
                       END-IF
                   ELSE
                       IF JRN-TYPE = WS-ANU-TIPO (WS-ANU-USO)
                          AND JRN-FECHA = WS-ANU-FECHA (WS-ANU-USO)
                           ADD 1 TO WS-ANU-ORIGINALES (WS-ANU-USO)
                           IF JRN-TRASP-CARGO AND WS-ANT-TYPE = 'E'
                              AND WS-ANT-FECHA = JRN-FECHA
                              AND WS-ANT-AMOUNT = JRN-AMOUNT
                               MOVE WS-ANT-ACCT
                                   TO WS-ANU-CONTRA (WS-ANU-USO)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF JRN-TRASP-CARGO AND WS-ANT-TYPE = 'E'
                  AND WS-ANU-TIPO (WS-ANU-USO) = 'E'
                  AND WS-ANT-ACCT = WS-ANU-ACCT (WS-ANU-USO)
                  AND WS-ANT-FECHA = WS-ANU-FECHA (WS-ANU-USO)
                  AND WS-ANT-AMOUNT = WS-ANU-AMOUNT (WS-ANU-USO)
                  AND JRN-FECHA = WS-ANT-FECHA
                  AND JRN-AMOUNT = WS-ANT-AMOUNT
                   MOVE JRN-ACCT-NUM TO WS-ANU-CONTRA (WS-ANU-USO)
               END-IF
               ADD 1 TO WS-ANU-USO
           END-PERFORM.

      * Lectura secuencial del fichero de movimientos.
       2000-READ-FILEM.
      *  motivo; el programa nunca abendea por un movimiento malo,
      *  solo por errores de fichero.
       2100-APPLY-MOVEMENT.
           MOVE SPACES TO WS-JRN-CONCEPTO
           MOVE ZERO TO WS-JRN-FECHA-ORIG
           IF MOV-AMOUNT NOT NUMERIC OR MOV-AMOUNT = ZERO
               MOVE '05' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
                       PERFORM 3100-APPLY-WITHDRAWAL
                   WHEN MOV-TRASPASO
                       PERFORM 3200-APPLY-TRANSFER
                   WHEN MOV-ANULACION
                       PERFORM 3300-APPLY-REVERSAL
                   WHEN OTHER
                       MOVE '03' TO REJ-REASON
                       PERFORM 7000-REJECT-MOVEMENT
               IF MOV-AMOUNT > WS-DISPONIBLE
                   MOVE '02' TO REJ-REASON
                   PERFORM 7000-REJECT-MOVEMENT
               ELSE
               IF MOV-AMOUNT > WS-DISPONIBLE - WS-RETENIDO
                   MOVE '08' TO REJ-REASON
                   PERFORM 7000-REJECT-MOVEMENT
               ELSE
                   SUBTRACT MOV-AMOUNT FROM REC-BALANCE
                   PERFORM 4050-MARCAR-ACTIVIDAD
                           PERFORM 9900-ABEND-STOP
                   END-ADD
               END-IF
               END-IF
           END-IF
           END-IF.

                   IF MOV-AMOUNT > WS-DISPONIBLE
                       MOVE '02' TO REJ-REASON
                       PERFORM 7000-REJECT-MOVEMENT
                   ELSE
                   IF MOV-AMOUNT > WS-DISPONIBLE - WS-RETENIDO
                       MOVE '08' TO REJ-REASON
                       PERFORM 7000-REJECT-MOVEMENT
                   ELSE
                       PERFORM 3250-TRANSFER-FUNDS
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
      * Disponible para cargos de la cuenta recien leida: su saldo
      *  mas su descubierto autorizado. Un limite no numerico
      *  (registro de antes de la conversion sin verificar) cuenta
      *  como cero, que es el comportamiento de siempre. Aparte
      *  queda en WS-RETENIDO lo inmovilizado por retenciones y
      *  embargos vigentes, que los que llaman restan del
      *  disponible.
       3150-CALCULAR-DISPONIBLE.
           IF REC-OVERDRAFT-LIMIT NOT NUMERIC
               MOVE REC-BALANCE TO WS-DISPONIBLE
           ELSE
               COMPUTE WS-DISPONIBLE =
                   REC-BALANCE + REC-OVERDRAFT-LIMIT
           END-IF
           MOVE ZERO TO WS-RETENIDO
           IF HAY-RETENCIONES
               PERFORM 3160-SUMAR-RETENCIONES
           END-IF.

      * Recorre las retenciones de la cuenta recien leida (clave
      *  cuenta + numero, posicionando en el numero cero) y suma las
      *  vigentes: activas, ya iniciadas y sin vencer en la fecha de
      *  proceso. Una retencion con vencimiento pasado deja de
      *  contar aqui mismo aunque el listado APPB030 todavia no la
      *  haya marcado como vencida.
       3160-SUMAR-RETENCIONES.
           MOVE REC-ACCT-NUM TO HLD-ACCT-NUM
           MOVE ZERO TO HLD-NUM
           START FILEH KEY IS NOT LESS THAN HLD-KEY
           END-START
           EVALUATE FS-FILEH
               WHEN '00'
                   PERFORM 3170-READ-NEXT-RETENCION
                   PERFORM UNTIL FS-FILEH = '10'
                              OR HLD-ACCT-NUM NOT = REC-ACCT-NUM
                       IF HLD-ST-ACTIVA AND
                          HLD-FECHA-INICIO NOT > WS-PROC-DATE-FULL-N
                          AND (HLD-FECHA-VENCE = ZERO OR
                          HLD-FECHA-VENCE NOT < WS-PROC-DATE-FULL-N)
                           ADD HLD-AMOUNT TO WS-RETENIDO
                       END-IF
                       PERFORM 3170-READ-NEXT-RETENCION
                   END-PERFORM
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'APPB005: ERROR POSICIONANDO RETENCS - FIL'
                           'E STATUS ' FS-FILEH
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE.

      * Lectura secuencial siguiente del fichero de retenciones.
       3170-READ-NEXT-RETENCION.
           READ FILEH NEXT RECORD
           END-READ
           IF FS-FILEH = '00' OR FS-FILEH = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB005: ERROR LEYENDO RETENCS - FILE STATUS '
                       FS-FILEH
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Segunda mitad del traspaso, con origen ya leido y fondos
           END-IF
           END-IF.

      * Anulacion de un apunte ya contabilizado: el original tiene
      *  que estar en el diario con fecha anterior a la de proceso
      *  (motivo 09 si no) y no haberse anulado ya tantas veces como
      *  aparece (motivo 10). Se deshace exactamente, sin mirar el
      *  disponible ni las retenciones: devolver lo que nunca debio
      *  moverse no depende de los fondos de la cuenta. Tampoco
      *  cuenta como actividad del cliente para el barrido de
      *  inactivas.
       3300-APPLY-REVERSAL.
           IF NOT MOV-ANU-TIPO-VALIDO
              OR MOV-ANU-FECHA NOT NUMERIC
              OR MOV-ACCT-NUM NOT NUMERIC
               MOVE '09' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
           ELSE
           IF MOV-ANU-FECHA NOT < WS-PROC-DATE-FULL-N
               MOVE '09' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
           ELSE
               MOVE MOV-ACCT-NUM TO WS-BUS-ACCT
               MOVE MOV-ANU-TIPO TO WS-BUS-TIPO
               MOVE MOV-ANU-FECHA TO WS-BUS-FECHA
               MOVE MOV-AMOUNT TO WS-BUS-AMOUNT
               PERFORM 3310-BUSCAR-ANULACION
               IF WS-ANU-IDX = ZERO
                   MOVE '09' TO REJ-REASON
                   PERFORM 7000-REJECT-MOVEMENT
               ELSE
               IF WS-ANU-ORIGINALES (WS-ANU-IDX) = ZERO
                   MOVE '09' TO REJ-REASON
                   PERFORM 7000-REJECT-MOVEMENT
               ELSE
               IF WS-ANU-ANULADOS (WS-ANU-IDX) NOT <
                  WS-ANU-ORIGINALES (WS-ANU-IDX)
                   MOVE '10' TO REJ-REASON
                   PERFORM 7000-REJECT-MOVEMENT
               ELSE
               IF MOV-ANU-TRASPASO
                   PERFORM 3350-ANULAR-TRASPASO
               ELSE
                   PERFORM 3320-ANULAR-APUNTE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      * Busca en la tabla de anulaciones la clave de WS-ANU-BUSCAR;
      *  WS-ANU-IDX queda a cero si no esta.
       3310-BUSCAR-ANULACION.
           MOVE ZERO TO WS-ANU-IDX
           MOVE 1 TO WS-ANU-USO
           PERFORM UNTIL WS-ANU-USO > WS-ANU-CNT OR WS-ANU-IDX > 0
               IF WS-ANU-ACCT (WS-ANU-USO) = WS-BUS-ACCT
                  AND WS-ANU-TIPO (WS-ANU-USO) = WS-BUS-TIPO
                  AND WS-ANU-FECHA (WS-ANU-USO) = WS-BUS-FECHA
                  AND WS-ANU-AMOUNT (WS-ANU-USO) = WS-BUS-AMOUNT
                   MOVE WS-ANU-USO TO WS-ANU-IDX
               END-IF
               ADD 1 TO WS-ANU-USO
           END-PERFORM.

      * Anulacion de un apunte de una sola cuenta: un abono original
      *  (deposito o intereses) se deshace con un cargo y un cargo
      *  original (retiro o comision) con un abono, que tambien
      *  puede desbordar REC-BALANCE.
       3320-ANULAR-APUNTE.
           MOVE MOV-ACCT-NUM TO REC-ACCT-NUM
           PERFORM 4000-READ-MASTER
           IF FS-FILEI = '23'
               MOVE '01' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
           ELSE
           IF REC-ST-CERRADA
               MOVE '07' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
           ELSE
               IF MOV-ANU-TIPO = 'D' OR MOV-ANU-TIPO = 'I'
                   MOVE '-' TO WS-JRN-SIGNO
                   SUBTRACT MOV-AMOUNT FROM REC-BALANCE
                       ON SIZE ERROR
                           MOVE '06' TO REJ-REASON
                           PERFORM 7000-REJECT-MOVEMENT
                       NOT ON SIZE ERROR
                           PERFORM 3330-CONTABILIZAR-ANULACION
                   END-SUBTRACT
               ELSE
                   MOVE '+' TO WS-JRN-SIGNO
                   ADD MOV-AMOUNT TO REC-BALANCE
                       ON SIZE ERROR
                           MOVE '06' TO REJ-REASON
                           PERFORM 7000-REJECT-MOVEMENT
                       NOT ON SIZE ERROR
                           PERFORM 3330-CONTABILIZAR-ANULACION
                   END-ADD
               END-IF
           END-IF
           END-IF.

      * Rescribe la cuenta de una anulacion de una sola cuenta, deja
      *  el apunte A en el diario con el tipo y la fecha del original
      *  y lleva su efecto al neto del control.
       3330-CONTABILIZAR-ANULACION.
           PERFORM 4100-REWRITE-MASTER
           MOVE 'A' TO WS-JRN-TYPE
           MOVE MOV-ANU-TIPO TO WS-JRN-CONCEPTO
           MOVE MOV-ANU-FECHA TO WS-JRN-FECHA-ORIG
           PERFORM 6000-GRABAR-JOURNAL
           IF WS-JRN-SIGNO = '+'
               ADD MOV-AMOUNT TO WS-NET-AMOUNT
           ELSE
               SUBTRACT MOV-AMOUNT FROM WS-NET-AMOUNT
           END-IF
           PERFORM 3340-CONTAR-ANULACION.

      * Contadores de una anulacion aplicada; la clave de la tabla
      *  suma una anulacion mas para que no se repita hoy.
       3340-CONTAR-ANULACION.
           ADD 1 TO WS-ANU-ANULADOS (WS-ANU-IDX)
           ADD 1 TO WS-CNT-ANULACIONES
           ADD MOV-AMOUNT TO WS-AMT-ANULACIONES
               ON SIZE ERROR
                   DISPLAY 'APPB005: ERROR - WS-AMT-ANULACIONES DESBOR'
                           'DADO EN EL MOVIMIENTO ' WS-MOV-COUNT
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD.

      * Anulacion de un traspaso, pedida por cualquiera de sus dos
      *  patas: se carga de nuevo la cuenta que recibio (E) y se
      *  abona la que pago (S). Como en 3200, las dos cuentas se
      *  validan antes de rescribir nada; la anulacion es neutra
      *  para el neto del control, igual que el traspaso.
       3350-ANULAR-TRASPASO.
           IF WS-ANU-CONTRA (WS-ANU-IDX) = ZERO
               MOVE '09' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
           ELSE
               IF MOV-ANU-TIPO = 'E'
                   MOVE MOV-ACCT-NUM TO WS-ANU-CTA-CARGO
                   MOVE WS-ANU-CONTRA (WS-ANU-IDX) TO WS-ANU-CTA-ABONO
               ELSE
                   MOVE WS-ANU-CONTRA (WS-ANU-IDX) TO WS-ANU-CTA-CARGO
                   MOVE MOV-ACCT-NUM TO WS-ANU-CTA-ABONO
               END-IF
               MOVE WS-ANU-CTA-CARGO TO REC-ACCT-NUM
               PERFORM 4000-READ-MASTER
               IF FS-FILEI = '23'
                   MOVE '01' TO REJ-REASON
                   PERFORM 7000-REJECT-MOVEMENT
               ELSE
               IF REC-ST-CERRADA
                   MOVE '07' TO REJ-REASON
                   PERFORM 7000-REJECT-MOVEMENT
               ELSE
                   COMPUTE WS-SALDO-ORIGEN = REC-BALANCE - MOV-AMOUNT
                       ON SIZE ERROR
                           MOVE '06' TO REJ-REASON
                           PERFORM 7000-REJECT-MOVEMENT
                       NOT ON SIZE ERROR
                           PERFORM 3360-ABONAR-ANULACION
                   END-COMPUTE
               END-IF
               END-IF
           END-IF.

      * Segunda mitad de la anulacion de un traspaso, con la cuenta
      *  de cargo ya validada: abona la que pago y despues carga la
      *  que recibio, cada una con su apunte A en el diario (concepto
      *  S la que se abona, E la que se carga).
       3360-ABONAR-ANULACION.
           MOVE WS-ANU-CTA-ABONO TO REC-ACCT-NUM
           PERFORM 4000-READ-MASTER
           IF FS-FILEI = '23'
               MOVE '01' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
           ELSE
           IF REC-ST-CERRADA
               MOVE '07' TO REJ-REASON
               PERFORM 7000-REJECT-MOVEMENT
           ELSE
               ADD MOV-AMOUNT TO REC-BALANCE
                   ON SIZE ERROR
                       MOVE '06' TO REJ-REASON
                       PERFORM 7000-REJECT-MOVEMENT
                   NOT ON SIZE ERROR
                       PERFORM 4100-REWRITE-MASTER
                       MOVE 'A' TO WS-JRN-TYPE
                       MOVE '+' TO WS-JRN-SIGNO
                       MOVE 'S' TO WS-JRN-CONCEPTO
                       MOVE MOV-ANU-FECHA TO WS-JRN-FECHA-ORIG
                       PERFORM 6000-GRABAR-JOURNAL
                       MOVE WS-ANU-CTA-CARGO TO REC-ACCT-NUM
                       PERFORM 4000-READ-MASTER
                       MOVE WS-SALDO-ORIGEN TO REC-BALANCE
                       PERFORM 4100-REWRITE-MASTER
                       MOVE '-' TO WS-JRN-SIGNO
                       MOVE 'E' TO WS-JRN-CONCEPTO
                       PERFORM 6000-GRABAR-JOURNAL
                       PERFORM 3340-CONTAR-ANULACION
                       PERFORM 3370-MARCAR-OTRA-PATA
               END-ADD
           END-IF
           END-IF.

      * Si el mismo dia tambien se pidio anular el traspaso por su
      *  otra pata, esa clave queda igualmente consumida.
       3370-MARCAR-OTRA-PATA.
           MOVE WS-ANU-CONTRA (WS-ANU-IDX) TO WS-BUS-ACCT
           IF MOV-ANU-TIPO = 'E'
               MOVE 'S' TO WS-BUS-TIPO
           ELSE
               MOVE 'E' TO WS-BUS-TIPO
           END-IF
           MOVE MOV-ANU-FECHA TO WS-BUS-FECHA
           MOVE MOV-AMOUNT TO WS-BUS-AMOUNT
           PERFORM 3310-BUSCAR-ANULACION
           IF WS-ANU-IDX > ZERO
               ADD 1 TO WS-ANU-ANULADOS (WS-ANU-IDX)
           END-IF.

      * Lectura aleatoria del maestro por REC-ACCT-NUM (la clave ya
      *  viene puesta por el parrafo que llama). El File Status 23
      *  (registro no encontrado) NO es error aqui: es la señal que
      * Sella la actividad del dia en el registro que esta a punto
      *  de rescribirse: la fecha de ultima actividad pasa a ser la
      *  de proceso, y una cuenta inactiva (dormida) que vuelve a
      *  moverse se reactiva. El apunte que la reactiva sale al
      *  diario con JRN-CONCEPTO 'I', para el seguimiento de
      *  actividad sospechosa de APPB035.
       4050-MARCAR-ACTIVIDAD.
           MOVE WS-PROC-DATE-FULL TO REC-LAST-ACT-DATE
           IF REC-ST-INACTIVA
               MOVE 'A' TO REC-STATUS
               MOVE 'I' TO WS-JRN-CONCEPTO
           ELSE
               MOVE SPACES TO WS-JRN-CONCEPTO
           END-IF.

      * Rescribe en el maestro el registro que se acaba de leer y
      *  justo despues de rescribir el maestro, con el registro de
      *  la cuenta todavia en el area del fichero. El saldo
      *  resultante viaja sin signo con el signo aparte: con el
      *  descubierto autorizado puede ser negativo. En las
      *  anulaciones lleva ademas el tipo y la fecha del original.
       6000-GRABAR-JOURNAL.
           MOVE REC-ACCT-NUM TO JRN-ACCT-NUM
           MOVE WS-PROC-DATE-FULL TO JRN-FECHA
           MOVE WS-JRN-TYPE TO JRN-TYPE
           MOVE WS-JRN-SIGNO TO JRN-SIGNO
           MOVE MOV-AMOUNT TO JRN-AMOUNT
           MOVE WS-JRN-CONCEPTO TO JRN-CONCEPTO
           MOVE WS-JRN-FECHA-ORIG TO JRN-FECHA-ORIG
           IF REC-BALANCE < ZERO
               MOVE '-' TO JRN-SALDO-SIGNO
               COMPUTE JRN-SALDO = ZERO - REC-BALANCE
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           ADD 1 TO WS-CNT-RECHAZOS
           IF REJ-SALDO-RETENIDO
               ADD 1 TO WS-CNT-RECH-RETENIDO
           END-IF.

      * Resumen de la ejecución por SYSOUT: contadores e importes por
      *  tipo de movimiento, con los importes editados gracias al
           MOVE WS-AMT-TRASPASOS TO WS-AMOUNT-ED
           DISPLAY 'APPB005: TRASPASOS APLICADOS:  ' WS-CNT-TRASPASOS
                   ' IMPORTE: ' WS-AMOUNT-ED
           MOVE WS-AMT-ANULACIONES TO WS-AMOUNT-ED
           DISPLAY 'APPB005: ANULACIONES APLICADAS:' WS-CNT-ANULACIONES
                   ' IMPORTE: ' WS-AMOUNT-ED
           DISPLAY 'APPB005: MOVIMIENTOS RECHAZADOS: ' WS-CNT-RECHAZOS
           DISPLAY 'APPB005:   DE ELLOS POR SALDO RETENIDO: '
                   WS-CNT-RECH-RETENIDO.

      * Registro de control de la ejecución: fecha, contadores por
      *  tipo, rechazos y el importe neto aplicado con su signo, que
           MOVE WS-CNT-RETIROS TO MCT-CNT-RETIROS
           MOVE WS-CNT-TRASPASOS TO MCT-CNT-TRASPASOS
           MOVE WS-CNT-RECHAZOS TO MCT-CNT-RECHAZOS
           MOVE WS-CNT-ANULACIONES TO MCT-CNT-ANULACIONES
           IF WS-NET-AMOUNT < ZERO
               MOVE '-' TO MCT-NET-SIGNO
               COMPUTE MCT-NET-AMOUNT = ZERO - WS-NET-AMOUNT
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEF-OPEN
           END-IF

           IF FILEH-IS-OPEN
               CLOSE FILEH
               IF FS-FILEH NOT = '00'
                   DISPLAY 'APPB005: ERROR CERRANDO RETENCS - FILE ST'
                           'ATUS ' FS-FILEH
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEH-OPEN
           END-IF.

      * Sella el fin del paso en el control de encadenamiento: C si
