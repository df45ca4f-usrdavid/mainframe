      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB027.
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
      * FILER es el fichero RECHAZOS que escribio APPB005 en el
      *  posting del dia. De el solo interesan los traspasos que
      *  llevan en la cola la referencia OP de una orden permanente
      *  (los genera APPB026).
           SELECT FILER ASSIGN TO RECHAZOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILER.

      * FILEP es el maestro de ordenes permanentes (copy ORDPREC),
      *  recorrido en orden de clave y en I-O para anotar en cada
      *  orden ejecutada hoy el resultado de su movimiento.
           SELECT FILEP ASSIGN TO ORDPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORD-KEY
           FILE STATUS IS FS-FILEP.

      * FILEF es el fichero de control de fechas de proceso, aqui
      *  solo por su calendario de no habiles: el reintento de una
      *  orden rechazada por fondos va al siguiente dia habil.
           SELECT FILEF ASSIGN TO DATECTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FECHAS.

      * FILEL es el informe de rechazos de ordenes permanentes.
           SELECT FILEL ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEL.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Rechazo del dia, tal como lo escribe APPB005.
       FD  FILER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILER.
       01 REC-FILER.
           05 REJ-MOVIMIENTO       PIC X(40).
           05 REJ-REASON           PIC X(02).

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

       FD  FILEL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEL.
       01 REC-FILEL                PIC X(132).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILER   PIC X(02) VALUE SPACES.
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FECHAS  PIC X(02) VALUE SPACES.
       01 FS-FILEL   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILER-OPEN    PIC X VALUE 'N'.
           88 FILER-IS-OPEN        VALUE 'Y'.
       01 WS-FILEP-OPEN    PIC X VALUE 'N'.
           88 FILEP-IS-OPEN        VALUE 'Y'.
       01 WS-FILEF-OPEN    PIC X VALUE 'N'.
           88 FILEF-IS-OPEN        VALUE 'Y'.
       01 WS-FILEL-OPEN    PIC X VALUE 'N'.
           88 FILEL-IS-OPEN        VALUE 'Y'.

      * Imagen del movimiento rechazado, con la referencia de orden
      *  que APPB026 deja en la cola del registro.
       01 WS-MOV-IMAGEN.
           05 WS-MOV-TYPE          PIC X(01).
           05 WS-MOV-ACCT-NUM      PIC 9(10).
           05 WS-MOV-ACCT-DEST     PIC 9(10).
           05 WS-MOV-AMOUNT        PIC 9(9)V99.
           05 WS-MOV-REF-ORIGEN    PIC X(02).
           05 WS-MOV-REF-NUM       PIC 9(04).
           05 FILLER               PIC X(02).

      * Tabla de rechazos de ordenes del dia, cargada de FILER, con
      *  la marca de usado para listar al final los que no casaron
      *  con ninguna orden ejecutada hoy.
       01 WS-RCH-CNT           PIC 9(04) VALUE ZERO.
       01 WS-RCH-TAB.
           05 WS-RCH-ENTRADA OCCURS 999.
               10 WS-RCH-ACCT      PIC 9(10).
               10 WS-RCH-ORD       PIC 9(04).
               10 WS-RCH-AMOUNT    PIC 9(9)V99.
               10 WS-RCH-REASON    PIC X(02).
               10 WS-RCH-USADO     PIC X(01).
       01 WS-RCH-IDX           PIC 9(04) VALUE ZERO.
       01 WS-RCH-USO           PIC 9(04) VALUE ZERO.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD del posting cuyos
      *  rechazos se tratan: es la ULT-EJEC que APPB026 sello en las
      *  ordenes que genero para ese posting.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Numero maximo de reintentos por fondos insuficientes antes
      *  de suspender la orden (PARM; 3 si no viene).
       01 WS-MAX-REINTENTOS    PIC 9(01) VALUE 3.

      * Fecha del reintento: el siguiente dia habil al del posting.
       01 WS-FECHA-REINTENTO   PIC 9(08) VALUE ZERO.

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

      * Dias de cada mes; febrero va con 28 como en APPB003.
       01 WS-DIAS-MES-TAB.
           05 FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TAB.
           05 WS-DIAS-MES-E OCCURS 12 PIC 9(02).

      * Contadores de la ejecución.
       01 WS-CNT-RECH-DIA      PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECH-ORDEN    PIC 9(09) VALUE ZERO.
       01 WS-CNT-EJECUTADAS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-CORRECTAS     PIC 9(09) VALUE ZERO.
       01 WS-CNT-REINTENTOS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-SUSPENDIDAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-PERDIDAS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-YA-TRATADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-ORDEN     PIC 9(09) VALUE ZERO.

      * Cabecera del informe.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(42)
               VALUE 'RECHAZOS DE ORDENES PERMANENTES - FECHA '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).
           05 FILLER               PIC X(22)
               VALUE '   MAXIMO REINTENTOS: '.
           05 H1-MAX-REINTENTOS    PIC 9(01).

      * Titulos de columna.
       01 WS-LINEA-H2.
           05 FILLER               PIC X(12) VALUE 'CUENTA      '.
           05 FILLER               PIC X(07) VALUE 'ORDEN  '.
           05 FILLER               PIC X(17)
               VALUE '          IMPORTE'.
           05 FILLER               PIC X(08) VALUE '  MOTIVO'.
           05 FILLER               PIC X(07) VALUE '  REINT'.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE 'ACCION'.

      * Linea de orden del informe.
       01 WS-LINEA-DET.
           05 DET-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ORD-NUM          PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-AMOUNT           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DET-REASON           PIC X(02).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DET-REINTENTOS       PIC 9(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-ACCION           PIC X(40).

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(28).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD del posting cuyo
      *  fichero de rechazos se trata; PARM-MAX-REINTENTOS el numero
      *  de reintentos por fondos insuficientes que se conceden a
      *  una orden antes de suspenderla (blanco = 3).
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).
           05 PARM-MAX-REINTENTOS PIC X(01).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 0600-CARGAR-CALENDARIO

           PERFORM 0650-CALCULAR-REINTENTO

           PERFORM 1000-OPEN-FILES

           PERFORM 1100-CABECERA-INFORME

           PERFORM 1500-CARGAR-RECHAZOS

           PERFORM 2000-READ-FILEP
           PERFORM UNTIL FS-FILEP = '10'
               IF ORD-ULT-EJEC = WS-PROC-DATE-FULL-N
                   ADD 1 TO WS-CNT-EJECUTADAS
                   PERFORM 2100-RESOLVER-ORDEN
               END-IF
               PERFORM 2000-READ-FILEP
           END-PERFORM

           PERFORM 7000-RECHAZOS-SIN-ORDEN

           PERFORM 8000-RESUMEN-INFORME

           PERFORM 9000-CLOSE-FILES

           IF (WS-CNT-SUSPENDIDAS > 0 OR WS-CNT-SIN-ORDEN > 0 OR
               WS-CNT-PERDIDAS > 0) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * La fecha de proceso debe venir y ser numerica; el maximo de
      *  reintentos, si viene, tambien.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB027: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB027: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-MAX-REINTENTOS = SPACE OR
              PARM-MAX-REINTENTOS = LOW-VALUE
               CONTINUE
           ELSE
           IF PARM-MAX-REINTENTOS NOT NUMERIC
               DISPLAY 'APPB027: ERROR - PARM-MAX-REINTENTOS NO ES NU'
                       'MERICO: ' PARM-MAX-REINTENTOS
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           ELSE
               MOVE PARM-MAX-REINTENTOS TO WS-MAX-REINTENTOS
           END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

      * Mismo ajuste de fin de año que APPB005 y APPB026, para que
      *  la fecha case con la ULT-EJEC que sello la generacion.
           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF.

      * Carga del calendario de no habiles (registros FES) de FILEF;
      *  el registro de control CTL solo se comprueba que este.
       0600-CARGAR-CALENDARIO.
           OPEN INPUT FILEF
           IF FS-FECHAS NOT = '00'
               DISPLAY 'APPB027: ERROR ABRIENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEF-OPEN

           PERFORM 0610-READ-FILEF
           IF FS-FECHAS = '10' OR NOT FCT-ES-CONTROL
               DISPLAY 'APPB027: ERROR - DATECTL NO EMPIEZA CON EL RE'
                       'GISTRO DE CONTROL CTL'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 0610-READ-FILEF
           PERFORM UNTIL FS-FECHAS = '10'
               IF FCT-ES-FESTIVO
                   IF WS-FESTIVO-CNT = 100
                       DISPLAY 'APPB027: ERROR - MAS DE 100 FESTIVOS '
                               'EN DATECTL'
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
                   END-IF
                   ADD 1 TO WS-FESTIVO-CNT
                   MOVE FCT-FECHA
                       TO WS-FESTIVO-FECHA (WS-FESTIVO-CNT)
               ELSE
                   DISPLAY 'APPB027: ERROR - TIPO DE REGISTRO DESCONO'
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
               DISPLAY 'APPB027: ERROR LEYENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * El reintento de una orden rechazada por fondos se programa
      *  para el siguiente dia habil al del posting: la misma fecha
      *  para todas, asi que se calcula una sola vez.
       0650-CALCULAR-REINTENTO.
           MOVE WS-PROC-DATE-FULL-N TO WS-CAL-FECHA-FULL
           MOVE 'S' TO WS-NO-HABIL
           PERFORM UNTIL NOT DIA-NO-HABIL
               PERFORM 3410-AVANZAR-UN-DIA
               PERFORM 3420-COMPROBAR-HABIL
           END-PERFORM
           MOVE WS-CAL-FECHA-FULL TO WS-FECHA-REINTENTO

           DISPLAY 'APPB027: FECHA DE REINTENTO: ' WS-FECHA-REINTENTO.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; el maestro de ordenes va en I-O porque el
      *  resultado se anota en sitio.
       1000-OPEN-FILES.
           OPEN INPUT FILER
           IF FS-FILER NOT = '00'
               DISPLAY 'APPB027: ERROR ABRIENDO RECHAZOS - FILE STATU'
                       'S ' FS-FILER
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILER-OPEN

      * Un maestro de ordenes recien definido y aun vacio da File
      *  Status 35 en el OPEN I-O: se inicializa abriendolo en
      *  OUTPUT y se vuelve a abrir en I-O.
           OPEN I-O FILEP
           IF FS-FILEP = '35'
               DISPLAY 'APPB027: AVISO - ORDPERM VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEP
               IF FS-FILEP = '00'
                   CLOSE FILEP
                   OPEN I-O FILEP
               END-IF
           END-IF
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB027: ERROR ABRIENDO ORDPERM - FILE STATUS '
                       FS-FILEP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEP-OPEN

           OPEN OUTPUT FILEL
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB027: ERROR ABRIENDO INFORME - FILE STATUS '
                       FS-FILEL
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEL-OPEN.

      * Cabecera del informe con la fecha de proceso.
       1100-CABECERA-INFORME.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-MAX-REINTENTOS TO H1-MAX-REINTENTOS
           MOVE WS-LINEA-H1 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE WS-LINEA-H2 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA.

      * Carga en tabla los rechazos que son de una orden permanente:
      *  traspaso con referencia OP y cuenta y numero de orden
      *  numericos. El resto de rechazos del dia no es asunto de
      *  este programa (los arrastra y repara APPB017).
       1500-CARGAR-RECHAZOS.
           PERFORM 1510-READ-FILER
           PERFORM UNTIL FS-FILER = '10'
               ADD 1 TO WS-CNT-RECH-DIA
               MOVE REJ-MOVIMIENTO TO WS-MOV-IMAGEN
               IF WS-MOV-TYPE = 'T' AND
                  WS-MOV-REF-ORIGEN = 'OP' AND
                  WS-MOV-ACCT-NUM NUMERIC AND
                  WS-MOV-REF-NUM NUMERIC
                   IF WS-RCH-CNT = 999
                       DISPLAY 'APPB027: ERROR - MAS DE 999 RECHAZOS '
                               'DE ORDENES PERMANENTES'
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
                   END-IF
                   ADD 1 TO WS-RCH-CNT
                   ADD 1 TO WS-CNT-RECH-ORDEN
                   MOVE WS-MOV-ACCT-NUM TO WS-RCH-ACCT (WS-RCH-CNT)
                   MOVE WS-MOV-REF-NUM TO WS-RCH-ORD (WS-RCH-CNT)
                   IF WS-MOV-AMOUNT NUMERIC
                       MOVE WS-MOV-AMOUNT
                           TO WS-RCH-AMOUNT (WS-RCH-CNT)
                   ELSE
                       MOVE ZERO TO WS-RCH-AMOUNT (WS-RCH-CNT)
                   END-IF
                   MOVE REJ-REASON TO WS-RCH-REASON (WS-RCH-CNT)
                   MOVE 'N' TO WS-RCH-USADO (WS-RCH-CNT)
               END-IF
               PERFORM 1510-READ-FILER
           END-PERFORM.

      * Lectura secuencial de los rechazos del dia.
       1510-READ-FILER.
           READ FILER
           END-READ
           IF FS-FILER = '00' OR FS-FILER = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB027: ERROR LEYENDO RECHAZOS - FILE STATUS '
                       FS-FILER
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Lectura secuencial del maestro de ordenes.
       2000-READ-FILEP.
           READ FILEP
           END-READ
           IF FS-FILEP = '00' OR FS-FILEP = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB027: ERROR LEYENDO ORDPERM - FILE STATUS '
                       FS-FILEP
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Orden ejecutada en este posting: si su movimiento esta entre
      *  los rechazos se le aplica la regla de reintento; si no, se
      *  cobro y el contador de reintentos vuelve a cero. Una orden
      *  cuyo rechazo de hoy ya esta anotado (relanzamiento de este
      *  mismo paso) no se vuelve a tocar, para no gastar dos
      *  reintentos con un solo rechazo.
       2100-RESOLVER-ORDEN.
           MOVE ZERO TO WS-RCH-USO
           MOVE 1 TO WS-RCH-IDX
           PERFORM UNTIL WS-RCH-IDX > WS-RCH-CNT
                      OR WS-RCH-USO > ZERO
               IF WS-RCH-USADO (WS-RCH-IDX) = 'N' AND
                  WS-RCH-ACCT (WS-RCH-IDX) = ORD-ACCT-NUM AND
                  WS-RCH-ORD (WS-RCH-IDX) = ORD-NUM
                   MOVE WS-RCH-IDX TO WS-RCH-USO
               END-IF
               ADD 1 TO WS-RCH-IDX
           END-PERFORM

           IF WS-RCH-USO > ZERO
               MOVE 'S' TO WS-RCH-USADO (WS-RCH-USO)
               IF ORD-ULT-RECHAZO = WS-PROC-DATE-FULL-N
                   ADD 1 TO WS-CNT-YA-TRATADAS
               ELSE
                   PERFORM 3000-TRATAR-RECHAZO
               END-IF
           ELSE
               ADD 1 TO WS-CNT-CORRECTAS
               IF ORD-REINTENTOS > ZERO
                   MOVE ORD-ACCT-NUM TO DET-ACCT-NUM
                   MOVE ORD-NUM TO DET-ORD-NUM
                   MOVE ORD-AMOUNT TO DET-AMOUNT
                   MOVE SPACES TO DET-REASON
                   MOVE ORD-REINTENTOS TO DET-REINTENTOS
                   MOVE 'COBRADA EN REINTENTO' TO DET-ACCION
                   MOVE WS-LINEA-DET TO REC-FILEL
                   PERFORM 8100-WRITE-LINEA
                   MOVE ZERO TO ORD-REINTENTOS
                   PERFORM 4100-REWRITE-ORDEN
               END-IF
           END-IF.

      * Regla de reintento y suspension:
      *  - motivo 02 (fondos insuficientes) con reintentos
      *    disponibles: la orden se vuelve a generar el siguiente dia
      *    habil, salvo que ese dia ya no llegue antes de su proxima
      *    cuota (entonces la cuota se da por perdida y la orden
      *    sigue su calendario);
      *  - motivo 02 con los reintentos agotados: suspendida;
      *  - cualquier otro motivo (cuenta inexistente o cerrada,
      *    destino invalido...): suspendida sin reintento, porque
      *    repetir el movimiento daria el mismo rechazo.
      *  Una orden suspendida solo vuelve a ejecutarse cuando la
      *  sucursal la reactiva con APPB028.
       3000-TRATAR-RECHAZO.
           MOVE ORD-ACCT-NUM TO DET-ACCT-NUM
           MOVE ORD-NUM TO DET-ORD-NUM
           MOVE WS-RCH-AMOUNT (WS-RCH-USO) TO DET-AMOUNT
           MOVE WS-RCH-REASON (WS-RCH-USO) TO DET-REASON
           MOVE WS-PROC-DATE-FULL-N TO ORD-ULT-RECHAZO
           MOVE WS-RCH-REASON (WS-RCH-USO) TO ORD-ULT-MOTIVO

           IF WS-RCH-REASON (WS-RCH-USO) = '02'
               IF ORD-REINTENTOS < WS-MAX-REINTENTOS
                   IF WS-FECHA-REINTENTO < ORD-PROX-FECHA
                       ADD 1 TO ORD-REINTENTOS
                       MOVE WS-FECHA-REINTENTO TO ORD-PROX-FECHA
                       MOVE 'A' TO ORD-ESTADO
                       ADD 1 TO WS-CNT-REINTENTOS
                       MOVE 'REINTENTO PROGRAMADO PARA EL '
                           TO DET-ACCION
                       MOVE WS-FECHA-REINTENTO TO DET-ACCION(31:8)
                   ELSE
                       MOVE ZERO TO ORD-REINTENTOS
                       ADD 1 TO WS-CNT-PERDIDAS
                       MOVE 'CUOTA PERDIDA - SIN MARGEN DE REINTENTO'
                           TO DET-ACCION
                   END-IF
               ELSE
                   MOVE 'S' TO ORD-ESTADO
                   ADD 1 TO WS-CNT-SUSPENDIDAS
                   MOVE 'SUSPENDIDA - REINTENTOS AGOTADOS'
                       TO DET-ACCION
               END-IF
           ELSE
               MOVE 'S' TO ORD-ESTADO
               ADD 1 TO WS-CNT-SUSPENDIDAS
               MOVE 'SUSPENDIDA - RECHAZO NO REINTENTABLE'
                   TO DET-ACCION
           END-IF

           MOVE ORD-REINTENTOS TO DET-REINTENTOS
           MOVE WS-LINEA-DET TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           PERFORM 4100-REWRITE-ORDEN.

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

      * Rescribe la orden con el resultado anotado.
       4100-REWRITE-ORDEN.
           REWRITE REC-ORDP
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB027: ERROR RESCRIBIENDO ORDPERM - FILE ST'
                       'ATUS ' FS-FILEP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rechazos con referencia de orden que no casaron con ninguna
      *  orden ejecutada en este posting: la orden se dio de baja
      *  entretanto o la generacion se relanzo. Se listan para que
      *  operaciones lo revise; no se tocan ordenes a ciegas.
       7000-RECHAZOS-SIN-ORDEN.
           MOVE 1 TO WS-RCH-IDX
           PERFORM UNTIL WS-RCH-IDX > WS-RCH-CNT
               IF WS-RCH-USADO (WS-RCH-IDX) = 'N'
                   ADD 1 TO WS-CNT-SIN-ORDEN
                   MOVE WS-RCH-ACCT (WS-RCH-IDX) TO DET-ACCT-NUM
                   MOVE WS-RCH-ORD (WS-RCH-IDX) TO DET-ORD-NUM
                   MOVE WS-RCH-AMOUNT (WS-RCH-IDX) TO DET-AMOUNT
                   MOVE WS-RCH-REASON (WS-RCH-IDX) TO DET-REASON
                   MOVE ZERO TO DET-REINTENTOS
                   MOVE 'RECHAZO SIN ORDEN EJECUTADA QUE CASE'
                       TO DET-ACCION
                   MOVE WS-LINEA-DET TO REC-FILEL
                   PERFORM 8100-WRITE-LINEA
               END-IF
               ADD 1 TO WS-RCH-IDX
           END-PERFORM.

      * Resumen final del informe y de SYSOUT.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'RECHAZOS DEL DIA:           ' TO CNT-LITERAL
           MOVE WS-CNT-RECH-DIA TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE '  DE ORDENES PERMANENTES:   ' TO CNT-LITERAL
           MOVE WS-CNT-RECH-ORDEN TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'ORDENES EJECUTADAS:         ' TO CNT-LITERAL
           MOVE WS-CNT-EJECUTADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'COBRADAS SIN RECHAZO:       ' TO CNT-LITERAL
           MOVE WS-CNT-CORRECTAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'REINTENTOS PROGRAMADOS:     ' TO CNT-LITERAL
           MOVE WS-CNT-REINTENTOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'CUOTAS PERDIDAS:            ' TO CNT-LITERAL
           MOVE WS-CNT-PERDIDAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'ORDENES SUSPENDIDAS:        ' TO CNT-LITERAL
           MOVE WS-CNT-SUSPENDIDAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'RECHAZOS YA TRATADOS:       ' TO CNT-LITERAL
           MOVE WS-CNT-YA-TRATADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'RECHAZOS SIN ORDEN:         ' TO CNT-LITERAL
           MOVE WS-CNT-SIN-ORDEN TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           DISPLAY 'APPB027: REINTENTOS: ' WS-CNT-REINTENTOS
                   ' SUSPENDIDAS: ' WS-CNT-SUSPENDIDAS
                   ' SIN ORDEN: ' WS-CNT-SIN-ORDEN.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILEL AFTER ADVANCING 1 LINE
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB027: ERROR ESCRIBIENDO INFORME - FILE STA'
                       'TUS ' FS-FILEL
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILER-IS-OPEN
               CLOSE FILER
               IF FS-FILER NOT = '00'
                   DISPLAY 'APPB027: ERROR CERRANDO RECHAZOS - FILE ST'
                           'ATUS ' FS-FILER
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILER-OPEN
           END-IF

           IF FILEP-IS-OPEN
               CLOSE FILEP
               IF FS-FILEP NOT = '00'
                   DISPLAY 'APPB027: ERROR CERRANDO ORDPERM - FILE ST'
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
                   DISPLAY 'APPB027: ERROR CERRANDO DATECTL - FILE ST'
                           'ATUS ' FS-FECHAS
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEF-OPEN
           END-IF

           IF FILEL-IS-OPEN
               CLOSE FILEL
               IF FS-FILEL NOT = '00'
                   DISPLAY 'APPB027: ERROR CERRANDO INFORME - FILE ST'
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
