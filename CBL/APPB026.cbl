      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB026.
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
      * FILEP es el maestro de ordenes permanentes (copy ORDPREC),
      *  indexado por cuenta ordenante mas numero de orden. Se
      *  recorre entero en orden de clave y en I-O, porque cada orden
      *  ejecutada se rescribe en sitio con su proxima fecha.
           SELECT FILEP ASSIGN TO ORDPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORD-KEY
           FILE STATUS IS FS-FILEP.

      * FILEF es el fichero de control de fechas de proceso: contra
      *  su proxima fecha esperada se valida el PARM (como APPB005)
      *  y de el sale el calendario de no habiles con el que se
      *  llevan las fechas de ejecucion al siguiente dia habil.
           SELECT FILEF ASSIGN TO DATECTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FECHAS.

      * FILEM es la salida de movimientos generados, con el mismo
      *  formato que la transmision de canales (CAB, detalles, FIN):
      *  se concatena al MOVSRAW que verifica APPB021 antes del
      *  posting del mismo dia.
           SELECT FILEM ASSIGN TO ORDMOVS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEM.

      * FILEL es el listado de ordenes ejecutadas e incidencias.
           SELECT FILEL ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEL.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Maestro de ordenes permanentes, descrito en su propio copy.
       FD  FILEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-ORDP.
           COPY ORDPREC.

      * FILEF: control de fechas de proceso, descrito en su copy.
       FD  FILEF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FCTL.
           COPY DATECTL.

      * Movimiento generado, mismo layout de detalle que MOVSIN. El
      *  FILLER final de la transmision lleva aqui la referencia de
      *  la orden (OP + numero de orden; la cuenta ya va en
      *  MOV-ACCT-NUM): APPB005 copia la imagen entera al fichero de
      *  rechazos, y por ella APPB027 devuelve cada rechazo a su
      *  orden.
       FD  FILEM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEM.
       01 REC-FILEM.
           05 MOV-TYPE             PIC X(01).
           05 MOV-ACCT-NUM         PIC 9(10).
           05 MOV-ACCT-NUM-DEST    PIC 9(10).
           05 MOV-AMOUNT           PIC 9(9)V99.
           05 MOV-REF-ORDEN.
               10 MOV-REF-ORIGEN   PIC X(02).
               10 MOV-REF-NUM      PIC 9(04).
               10 FILLER           PIC X(02).
       01 REC-FILEM-CAB.
           05 MCB-LITERAL          PIC X(03).
           05 MCB-FILE-ID          PIC X(08).
           05 MCB-FECHA            PIC 9(08).
           05 FILLER               PIC X(21).
       01 REC-FILEM-FIN.
           05 MFN-LITERAL          PIC X(03).
           05 MFN-REC-COUNT        PIC 9(09).
           05 MFN-HASH-TOTAL       PIC 9(13)V99.
           05 FILLER               PIC X(13).

       FD  FILEL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEL.
       01 REC-FILEL                PIC X(132).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FECHAS  PIC X(02) VALUE SPACES.
       01 FS-FILEM   PIC X(02) VALUE SPACES.
       01 FS-FILEL   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILEP-OPEN    PIC X VALUE 'N'.
           88 FILEP-IS-OPEN        VALUE 'Y'.
       01 WS-FILEF-OPEN    PIC X VALUE 'N'.
           88 FILEF-IS-OPEN        VALUE 'Y'.
       01 WS-FILEM-OPEN    PIC X VALUE 'N'.
           88 FILEM-IS-OPEN        VALUE 'Y'.
       01 WS-FILEL-OPEN    PIC X VALUE 'N'.
           88 FILEL-IS-OPEN        VALUE 'Y'.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD: una orden se ejecuta
      *  cuando su proxima fecha no es posterior a esta, y con ella
      *  se sella la ultima ejecucion.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Fechas del registro de control de FILEF, como en APPB005.
       01 WS-EXPECTED-DATE     PIC 9(04) VALUE ZERO.
       01 WS-LAST-PROC-DATE    PIC 9(04) VALUE ZERO.

      * Calendario de dias no habiles cargado de FILEF, para llevar
      *  las fechas de ejecucion al siguiente dia habil.
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

      * Fecha de trabajo AAAAMMDD de los calculos de calendario: a
      *  diferencia de APPB003 aqui la fecha si lleva año (la de la
      *  orden), asi que el año forma parte del mismo grupo y el
      *  MMDD queda a mano para buscarlo en el calendario.
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

      * Aritmetica de meses para las frecuencias mensual, trimestral
      *  y anual, la misma que usa APPB009 para su fecha de corte.
       01 WS-MESES-PERIODO     PIC 9(02) VALUE ZERO.
       01 WS-TOT-MESES         PIC S9(09) COMP VALUE ZERO.
       01 WS-MESES-RESTO       PIC 9(02) VALUE ZERO.

      * Dias de cada mes; febrero va con 28 como en APPB003 y
      *  APPB009: una orden del dia 29, 30 o 31 se ejecuta en
      *  febrero el 28, tambien en año bisiesto.
       01 WS-DIAS-MES-TAB.
           05 FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TAB.
           05 WS-DIAS-MES-E OCCURS 12 PIC 9(02).

      * Hash de importes de los movimientos generados, para el
      *  trailer FIN.
       01 WS-GEN-HASH          PIC 9(13)V99 VALUE ZERO.

      * Contadores de la ejecución.
       01 WS-CNT-LEIDAS        PIC 9(09) VALUE ZERO.
       01 WS-CNT-NO-ACTIVAS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-GENERADAS     PIC 9(09) VALUE ZERO.
       01 WS-CNT-REINTENTOS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-FINALIZADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-INCIDENCIAS   PIC 9(09) VALUE ZERO.

      * Cabecera del listado.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(40)
               VALUE 'ORDENES PERMANENTES EJECUTADAS - FECHA '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Titulos de columna.
       01 WS-LINEA-H2.
           05 FILLER               PIC X(12) VALUE 'CUENTA      '.
           05 FILLER               PIC X(07) VALUE 'ORDEN  '.
           05 FILLER               PIC X(12) VALUE 'DESTINO     '.
           05 FILLER               PIC X(17)
               VALUE '          IMPORTE'.
           05 FILLER               PIC X(07) VALUE '  FREC '.
           05 FILLER               PIC X(12) VALUE ' PROXIMA    '.
           05 FILLER               PIC X(30) VALUE 'OBSERVACION'.

      * Linea de orden del listado.
       01 WS-LINEA-DET.
           05 DET-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ORD-NUM          PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-ACCT-DEST        PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-AMOUNT           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-FRECUENCIA       PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-PROX-FECHA       PIC 9(08).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-OBSERVACION      PIC X(40).

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(28).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

      * Linea de importe total generado.
       01 WS-LINEA-TOT.
           05 TOT-LITERAL          PIC X(28).
           05 TOT-IMPORTE          PIC ZZ.ZZZ.ZZZ.ZZZ,99.

****** LINKAGE SECTION.
      * Mismo formato fisico de PARMS que APPB005: modo N (la fecha
      *  debe ser la proxima esperada en DATECTL) o F (forzado, sin
      *  esa validacion) mas la fecha de proceso MMDD del posting
      *  al que van los movimientos generados.
       01 PARMS.
           05 PARM-RUN-MODE      PIC X(01).
               88 PARM-MODE-NORMAL     VALUE 'N'.
               88 PARM-MODE-OVERRIDE   VALUE 'F'.
           05 PARM-PROC-DATE     PIC X(04).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           IF PARM-MODE-OVERRIDE
               DISPLAY 'APPB026: AVISO - MODO FORZADO, NO SE VALIDA '
                       'LA FECHA CONTRA DATECTL'
           END-IF

           PERFORM 0600-VALIDATE-PROC-DATE

           PERFORM 1000-OPEN-FILES

           PERFORM 1100-CABECERA-INFORME

           PERFORM 1200-GRABAR-CABECERA-MOVS

           PERFORM 2000-READ-FILEP
           PERFORM UNTIL FS-FILEP = '10'
               ADD 1 TO WS-CNT-LEIDAS
               PERFORM 2100-EXAMINAR-ORDEN
               PERFORM 2000-READ-FILEP
           END-PERFORM

           PERFORM 7500-GRABAR-TRAILER-MOVS

           PERFORM 8000-RESUMEN-INFORME

           PERFORM 9000-CLOSE-FILES

           IF WS-CNT-INCIDENCIAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * Modo y fecha de proceso obligatorios; de la fecha sale la
      *  fecha completa contra la que se comparan las ordenes.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB026: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF NOT PARM-MODE-NORMAL AND NOT PARM-MODE-OVERRIDE
               DISPLAY 'APPB026: ERROR - PARM-RUN-MODE INVALIDO: '
                       PARM-RUN-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB026: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

      * Mismo ajuste de fin de año que APPB005: la generacion del
      *  31/12 lanzada ya en enero no debe ejecutar las ordenes de
      *  todo un año.
           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF.

      * Carga del fichero de control de fechas: el registro CTL y el
      *  calendario de no habiles (FES), como en APPB003. En modo N
      *  la fecha recibida debe ser la proxima habil esperada; este
      *  programa solo consulta, el avance lo hace APPB003 al cerrar
      *  el dia.
       0600-VALIDATE-PROC-DATE.
           OPEN INPUT FILEF
           IF FS-FECHAS NOT = '00'
               DISPLAY 'APPB026: ERROR ABRIENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEF-OPEN

           PERFORM 0610-READ-FILEF
           IF FS-FECHAS = '10' OR NOT FCT-ES-CONTROL
               DISPLAY 'APPB026: ERROR - DATECTL NO EMPIEZA CON EL RE'
                       'GISTRO DE CONTROL CTL'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE FCT-FECHA TO WS-EXPECTED-DATE
           MOVE FCT-LAST-PROC-DATE TO WS-LAST-PROC-DATE

           PERFORM 0610-READ-FILEF
           PERFORM UNTIL FS-FECHAS = '10'
               IF FCT-ES-FESTIVO
                   IF WS-FESTIVO-CNT = 100
                       DISPLAY 'APPB026: ERROR - MAS DE 100 FESTIVOS '
                               'EN DATECTL'
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
                   END-IF
                   ADD 1 TO WS-FESTIVO-CNT
                   MOVE FCT-FECHA
                       TO WS-FESTIVO-FECHA (WS-FESTIVO-CNT)
               ELSE
                   DISPLAY 'APPB026: ERROR - TIPO DE REGISTRO DESCONO'
                           'CIDO EN DATECTL: ' FCT-TIPO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               PERFORM 0610-READ-FILEF
           END-PERFORM

           CLOSE FILEF
           MOVE 'N' TO WS-FILEF-OPEN

           IF PARM-MODE-NORMAL AND
              PARM-PROC-DATE NOT = WS-EXPECTED-DATE
               IF PARM-PROC-DATE = WS-LAST-PROC-DATE
                   DISPLAY 'APPB026: ERROR - LA FECHA ' PARM-PROC-DATE
                           ' YA SE PROCESO; USAR MODO F PARA REPETIRLA'
               ELSE
                   DISPLAY 'APPB026: ERROR - FECHA DE PROCESO '
                           PARM-PROC-DATE ' NO ES LA ESPERADA '
                           WS-EXPECTED-DATE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Lectura secuencial del fichero de control de fechas.
       0610-READ-FILEF.
           READ FILEF
           END-READ
           IF FS-FECHAS = '00' OR FS-FECHAS = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB026: ERROR LEYENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; el maestro de ordenes va en I-O porque cada
      *  orden ejecutada se reprograma en sitio. Recien definido y
      *  aun vacio da File Status 35 en el OPEN I-O: se inicializa
      *  abriendolo en OUTPUT y se vuelve a abrir en I-O.
       1000-OPEN-FILES.
           OPEN I-O FILEP
           IF FS-FILEP = '35'
               DISPLAY 'APPB026: AVISO - ORDPERM VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEP
               IF FS-FILEP = '00'
                   CLOSE FILEP
                   OPEN I-O FILEP
               END-IF
           END-IF
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB026: ERROR ABRIENDO ORDPERM - FILE STATUS '
                       FS-FILEP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEP-OPEN

           OPEN OUTPUT FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB026: ERROR ABRIENDO ORDMOVS - FILE STATUS '
                       FS-FILEM
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEM-OPEN

           OPEN OUTPUT FILEL
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB026: ERROR ABRIENDO INFORME - FILE STATUS '
                       FS-FILEL
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEL-OPEN.

      * Cabecera del listado con la fecha de proceso.
       1100-CABECERA-INFORME.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-LINEA-H1 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE WS-LINEA-H2 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA.

      * Cabecera CAB del fichero generado: identificador OP mas
      *  AAMMDD (una generacion por dia de proceso; el registro de
      *  ficheros de APPB021 rechaza una segunda entrega del mismo
      *  dia) y la fecha de proceso completa, que APPB021 acepta
      *  porque coincide con la del posting.
       1200-GRABAR-CABECERA-MOVS.
           MOVE SPACES TO REC-FILEM-CAB
           MOVE 'CAB' TO MCB-LITERAL
           STRING 'OP' DELIMITED BY SIZE
                  WS-PROC-DATE-FULL(3:6) DELIMITED BY SIZE
               INTO MCB-FILE-ID
           END-STRING
           MOVE WS-PROC-DATE-FULL TO MCB-FECHA
           WRITE REC-FILEM-CAB
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB026: ERROR ESCRIBIENDO ORDMOVS - FILE ST'
                       'ATUS ' FS-FILEM
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Lectura secuencial del maestro de ordenes.
       2000-READ-FILEP.
           READ FILEP
           END-READ
           IF FS-FILEP = '00' OR FS-FILEP = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB026: ERROR LEYENDO ORDPERM - FILE STATUS '
                       FS-FILEP
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se ejecutan las ordenes activas cuya proxima fecha ha
      *  llegado. Una orden atrasada (la generacion no corrio algun
      *  dia) se ejecuta una sola vez: 3200 la reprograma a la
      *  primera fecha futura, sin acumular cuotas perdidas.
       2100-EXAMINAR-ORDEN.
           EVALUATE TRUE
               WHEN NOT ORD-ST-ACTIVA
                   ADD 1 TO WS-CNT-NO-ACTIVAS
               WHEN ORD-PROX-FECHA > WS-PROC-DATE-FULL-N
                   CONTINUE
               WHEN OTHER
                   PERFORM 3000-EJECUTAR-ORDEN
           END-EVALUATE.

      * Una orden con datos imposibles (importe o destino invalidos,
      *  destino igual a la cuenta ordenante, frecuencia desconocida
      *  o sin fecha nominal) no se genera ni se reprograma: se lista
      *  como incidencia para que la sucursal la corrija con APPB028.
      *  Las validaciones de cuenta (existe, abierta, saldo) las hace
      *  el posting, y sus rechazos vuelven a la orden via APPB027.
       3000-EJECUTAR-ORDEN.
           MOVE ORD-ACCT-NUM TO DET-ACCT-NUM
           MOVE ORD-NUM TO DET-ORD-NUM
           MOVE ORD-ACCT-DEST TO DET-ACCT-DEST
           MOVE ORD-FRECUENCIA TO DET-FRECUENCIA

           IF ORD-AMOUNT NOT NUMERIC OR ORD-AMOUNT = ZERO
              OR ORD-ACCT-DEST NOT NUMERIC OR ORD-ACCT-DEST = ZERO
              OR ORD-ACCT-DEST = ORD-ACCT-NUM
              OR NOT ORD-FREC-VALIDA
              OR ORD-FECHA-NOMINAL NOT NUMERIC
              OR ORD-FECHA-NOMINAL = ZERO
               ADD 1 TO WS-CNT-INCIDENCIAS
               MOVE ZERO TO DET-AMOUNT
               MOVE ORD-PROX-FECHA TO DET-PROX-FECHA
               MOVE 'ORDEN MAL FORMADA - NO SE GENERA'
                   TO DET-OBSERVACION
               MOVE WS-LINEA-DET TO REC-FILEL
               PERFORM 8100-WRITE-LINEA
           ELSE
               PERFORM 3100-GRABAR-MOVIMIENTO
               IF ORD-REINTENTOS > ZERO
                   ADD 1 TO WS-CNT-REINTENTOS
                   MOVE 'REINTENTO N.    TRAS RECHAZO ' TO
                       DET-OBSERVACION
                   MOVE ORD-REINTENTOS TO DET-OBSERVACION(14:1)
                   MOVE ORD-ULT-MOTIVO TO DET-OBSERVACION(30:2)
               ELSE
                   MOVE SPACES TO DET-OBSERVACION
               END-IF
               PERFORM 3200-PROGRAMAR-SIGUIENTE
               PERFORM 4100-REWRITE-ORDEN
               MOVE ORD-AMOUNT TO DET-AMOUNT
               MOVE ORD-PROX-FECHA TO DET-PROX-FECHA
               IF ORD-ST-FINALIZADA
                   MOVE 'ULTIMA EJECUCION - ORDEN FINALIZADA'
                       TO DET-OBSERVACION
               END-IF
               MOVE WS-LINEA-DET TO REC-FILEL
               PERFORM 8100-WRITE-LINEA
           END-IF.

      * El movimiento de la orden es un traspaso normal de la cuenta
      *  ordenante a la de destino, con la referencia de la orden en
      *  la cola del registro.
       3100-GRABAR-MOVIMIENTO.
           MOVE SPACES TO REC-FILEM
           MOVE 'T' TO MOV-TYPE
           MOVE ORD-ACCT-NUM TO MOV-ACCT-NUM
           MOVE ORD-ACCT-DEST TO MOV-ACCT-NUM-DEST
           MOVE ORD-AMOUNT TO MOV-AMOUNT
           MOVE 'OP' TO MOV-REF-ORIGEN
           MOVE ORD-NUM TO MOV-REF-NUM
           WRITE REC-FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB026: ERROR ESCRIBIENDO ORDMOVS - FILE ST'
                       'ATUS ' FS-FILEM
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           ADD 1 TO WS-CNT-GENERADAS
           ADD ORD-AMOUNT TO WS-GEN-HASH
               ON SIZE ERROR
                   DISPLAY 'APPB026: ERROR - WS-GEN-HASH DESBORDADO'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD.

      * Reprogramacion tras la ejecucion: la fecha nominal avanza
      *  periodos hasta quedar despues de hoy (en un reintento ya lo
      *  esta, porque el periodo avanzo el dia de la ejecucion
      *  original, y no se mueve) y la proxima fecha es esa nominal
      *  llevada al siguiente dia habil. Pasada la fecha de fin, la
      *  orden queda finalizada; si esta ultima ejecucion rebota por
      *  fondos, APPB027 la reactiva para el reintento.
       3200-PROGRAMAR-SIGUIENTE.
           MOVE WS-PROC-DATE-FULL-N TO ORD-ULT-EJEC
           PERFORM UNTIL ORD-FECHA-NOMINAL > WS-PROC-DATE-FULL-N
               PERFORM 3300-AVANZAR-PERIODO
           END-PERFORM

           MOVE ORD-FECHA-NOMINAL TO WS-CAL-FECHA-FULL
           PERFORM 3400-LLEVAR-A-HABIL
           MOVE WS-CAL-FECHA-FULL TO ORD-PROX-FECHA

           IF ORD-FECHA-FIN NOT = ZERO AND
              ORD-FECHA-NOMINAL > ORD-FECHA-FIN
               MOVE 'F' TO ORD-ESTADO
               ADD 1 TO WS-CNT-FINALIZADAS
           END-IF.

      * Avanza la fecha nominal un periodo de la orden: 7 dias las
      *  semanales; 1, 3 o 12 meses las demas, siempre al dia
      *  ORD-DIA-EJEC recortado al ultimo dia del mes (asi una orden
      *  del 31 vuelve al 31 despues de pasar por el 30 o el 28).
       3300-AVANZAR-PERIODO.
           MOVE ORD-FECHA-NOMINAL TO WS-CAL-FECHA-FULL
           EVALUATE TRUE
               WHEN ORD-FREC-SEMANAL
                   COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE (WS-CAL-FECHA-FULL) + 7
                   COMPUTE WS-CAL-FECHA-FULL =
                       FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
               WHEN ORD-FREC-MENSUAL
                   MOVE 1 TO WS-MESES-PERIODO
                   PERFORM 3310-SUMAR-MESES
               WHEN ORD-FREC-TRIMESTRAL
                   MOVE 3 TO WS-MESES-PERIODO
                   PERFORM 3310-SUMAR-MESES
               WHEN ORD-FREC-ANUAL
                   MOVE 12 TO WS-MESES-PERIODO
                   PERFORM 3310-SUMAR-MESES
           END-EVALUATE
           MOVE WS-CAL-FECHA-FULL TO ORD-FECHA-NOMINAL.

      * Suma WS-MESES-PERIODO meses a WS-CAL-FECHA con la misma
      *  aritmetica de meses totales que APPB009.
       3310-SUMAR-MESES.
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
       3400-LLEVAR-A-HABIL.
           PERFORM 3420-COMPROBAR-HABIL
           PERFORM UNTIL NOT DIA-NO-HABIL
               PERFORM 3410-AVANZAR-UN-DIA
               PERFORM 3420-COMPROBAR-HABIL
           END-PERFORM.

      * Avanza WS-CAL-FECHA un dia natural, con la tabla de dias por
      *  mes, vuelta del 31/12 al 01/01 y arrastre del año.
       3410-AVANZAR-UN-DIA.
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
       3420-COMPROBAR-HABIL.
           MOVE 'N' TO WS-NO-HABIL
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WS-CAL-FECHA-FULL)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-DIA-INT, 7)
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'S' TO WS-NO-HABIL
           ELSE
               PERFORM 3430-COMPROBAR-FESTIVO
               IF DIA-ES-FESTIVO
                   MOVE 'S' TO WS-NO-HABIL
               END-IF
           END-IF.

      * Busca el MMDD de WS-CAL-FECHA en el calendario de dias no
      *  habiles cargado de FILEF.
       3430-COMPROBAR-FESTIVO.
           MOVE 'N' TO WS-ES-FESTIVO
           MOVE 1 TO WS-FEST-IDX
           PERFORM UNTIL WS-FEST-IDX > WS-FESTIVO-CNT
                      OR DIA-ES-FESTIVO
               IF WS-FESTIVO-FECHA (WS-FEST-IDX) = WS-NEXT-DATE-N
                   MOVE 'S' TO WS-ES-FESTIVO
               END-IF
               ADD 1 TO WS-FEST-IDX
           END-PERFORM.

      * Rescribe la orden reprogramada.
       4100-REWRITE-ORDEN.
           REWRITE REC-ORDP
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB026: ERROR RESCRIBIENDO ORDPERM - FILE ST'
                       'ATUS ' FS-FILEP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Trailer FIN del fichero generado: recuento de movimientos y
      *  hash de sus importes, los mismos totales que la
      *  verificacion APPB021 va a recalcular.
       7500-GRABAR-TRAILER-MOVS.
           MOVE SPACES TO REC-FILEM-FIN
           MOVE 'FIN' TO MFN-LITERAL
           MOVE WS-CNT-GENERADAS TO MFN-REC-COUNT
           MOVE WS-GEN-HASH TO MFN-HASH-TOTAL
           WRITE REC-FILEM-FIN
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB026: ERROR ESCRIBIENDO ORDMOVS - FILE ST'
                       'ATUS ' FS-FILEM
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Resumen final del listado y de SYSOUT.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'ORDENES LEIDAS:             ' TO CNT-LITERAL
           MOVE WS-CNT-LEIDAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'NO ACTIVAS (SUSP/FIN/BAJA): ' TO CNT-LITERAL
           MOVE WS-CNT-NO-ACTIVAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'MOVIMIENTOS GENERADOS:      ' TO CNT-LITERAL
           MOVE WS-CNT-GENERADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE '  DE ELLOS REINTENTOS:      ' TO CNT-LITERAL
           MOVE WS-CNT-REINTENTOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'ORDENES FINALIZADAS HOY:    ' TO CNT-LITERAL
           MOVE WS-CNT-FINALIZADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'ORDENES MAL FORMADAS:       ' TO CNT-LITERAL
           MOVE WS-CNT-INCIDENCIAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'IMPORTE TOTAL GENERADO:     ' TO TOT-LITERAL
           MOVE WS-GEN-HASH TO TOT-IMPORTE
           MOVE WS-LINEA-TOT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           DISPLAY 'APPB026: MOVIMIENTOS GENERADOS: ' WS-CNT-GENERADAS
                   ' MAL FORMADAS: ' WS-CNT-INCIDENCIAS.

      * Escritura de una linea del listado a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILEL AFTER ADVANCING 1 LINE
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB026: ERROR ESCRIBIENDO INFORME - FILE STA'
                       'TUS ' FS-FILEL
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILEP-IS-OPEN
               CLOSE FILEP
               IF FS-FILEP NOT = '00'
                   DISPLAY 'APPB026: ERROR CERRANDO ORDPERM - FILE ST'
                           'ATUS ' FS-FILEP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEP-OPEN
           END-IF

           IF FILEF-IS-OPEN
               CLOSE FILEF
               IF FS-FECHAS NOT = '00'
                   DISPLAY 'APPB026: ERROR CERRANDO DATECTL - FILE ST'
                           'ATUS ' FS-FECHAS
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEF-OPEN
           END-IF

           IF FILEM-IS-OPEN
               CLOSE FILEM
               IF FS-FILEM NOT = '00'
                   DISPLAY 'APPB026: ERROR CERRANDO ORDMOVS - FILE ST'
                           'ATUS ' FS-FILEM
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEM-OPEN
           END-IF

           IF FILEL-IS-OPEN
               CLOSE FILEL
               IF FS-FILEL NOT = '00'
                   DISPLAY 'APPB026: ERROR CERRANDO INFORME - FILE ST'
                           'ATUS ' FS-FILEL
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEL-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
      *  el job con el RETURN-CODE que puso el parrafo que detecto el
      *  fallo.
       9900-ABEND-STOP.
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
