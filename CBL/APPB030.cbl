      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB030.
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
      * FILEH es el fichero de retenciones y embargos, recorrido
      *  entero en orden de clave y abierto en I-O: las retenciones
      *  activas cuyo vencimiento ya paso se marcan aqui como
      *  vencidas (V), que es como caen del fichero vivo.
           SELECT FILEH ASSIGN TO RETENCS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HLD-KEY
           FILE STATUS IS FS-FILEH.

      * FILEI es el maestro de cuentas, solo consulta: de el salen
      *  la sucursal, el titular y el saldo de cada cuenta retenida.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEA es la misma pista de auditoria que escribe el
      *  mantenimiento APPB029: cada vencimiento automatico deja su
      *  imagen antes/despues con accion V.
           SELECT FILEA ASSIGN TO HLDAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEA.

      * FILEL es el listado diario de retenciones vivas por
      *  sucursal para el departamento juridico, con las que
      *  vencieron hoy marcadas.
           SELECT FILEL ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEL.

      * SFILE es el fichero de trabajo del SORT interno que reordena
      *  las retenciones (que vienen por cuenta) a orden de
      *  sucursal.
           SELECT SFILE ASSIGN TO SORTWK.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
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

      * Auditoria de retenciones: mismo registro que APPB029.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEA.
       01 REC-FILEA.
           05 AUD-ACTION           PIC X(01).
           05 AUD-IMAGEN-ANTES     PIC X(80).
           05 AUD-IMAGEN-DESPUES   PIC X(80).

       FD  FILEL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEL.
       01 REC-FILEL                PIC X(132).

       SD  SFILE
           DATA RECORD IS REC-SORT.
       01 REC-SORT.
           05 SRT-BRANCH-CODE      PIC X(04).
           05 SRT-ACCT-NUM         PIC 9(10).
           05 SRT-HLD-NUM          PIC 9(04).
           05 SRT-CUST-NAME        PIC X(30).
           05 SRT-TIPO             PIC X(01).
           05 SRT-AMOUNT           PIC 9(9)V99.
           05 SRT-REFERENCIA       PIC X(20).
           05 SRT-FECHA-INICIO     PIC 9(08).
           05 SRT-FECHA-VENCE      PIC 9(08).
           05 SRT-SITUACION        PIC X(01).
               88 SRT-VIGENTE          VALUE 'A'.
               88 SRT-FUTURA           VALUE 'F'.
               88 SRT-VENCIDA-HOY      VALUE 'V'.

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEH   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILEL   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILEH-OPEN    PIC X VALUE 'N'.
           88 FILEH-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILEL-OPEN    PIC X VALUE 'N'.
           88 FILEL-IS-OPEN        VALUE 'Y'.

      * Indicador de fin del RETURN del SORT en el procedimiento de
      *  salida.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 SORT-AT-END          VALUE 'Y'.

      * Sucursal de la que se estan imprimiendo detalles; el cambio
      *  de valor respecto a SRT-BRANCH-CODE dispara el subtotal.
       01 WS-BRANCH-ACTUAL     PIC X(04) VALUE SPACES.
       01 WS-HAY-SUCURSAL  PIC X VALUE 'N'.
           88 HAY-SUCURSAL-ABIERTA VALUE 'S'.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD contra la que se miran
      *  inicio y vencimiento de cada retencion.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Imagen de la retencion antes de marcarla vencida, para el
      *  registro de auditoria.
       01 WS-IMAGEN-ANTES      PIC X(80) VALUE SPACES.

      * Acumulados de la sucursal en curso (solo retenciones
      *  vigentes hoy: las futuras y las vencidas no retienen).
       01 WS-BR-CNT            PIC 9(09) VALUE ZERO.
       01 WS-BR-RETENIDO       PIC 9(11)V99 VALUE ZERO.

      * Acumulados generales del listado.
       01 WS-GT-CNT            PIC 9(09) VALUE ZERO.
       01 WS-GT-RETENIDO       PIC 9(11)V99 VALUE ZERO.
       01 WS-CNT-LEIDAS        PIC 9(09) VALUE ZERO.
       01 WS-CNT-FUTURAS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-VENCIDAS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-CUENTA    PIC 9(09) VALUE ZERO.

      * Cabecera del listado.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(42)
               VALUE 'RETENCIONES Y EMBARGOS VIGENTES POR SUCURS'.
           05 FILLER               PIC X(10) VALUE 'AL - FECHA'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Titulos de columna.
       01 WS-LINEA-H2.
           05 FILLER               PIC X(08) VALUE 'SUCURSAL'.
           05 FILLER               PIC X(18)
               VALUE 'CUENTA/RETENCION  '.
           05 FILLER               PIC X(31)
               VALUE 'TITULAR                        '.
           05 FILLER               PIC X(02) VALUE 'T '.
           05 FILLER               PIC X(16)
               VALUE '         IMPORTE'.
           05 FILLER               PIC X(21)
               VALUE 'REFERENCIA           '.
           05 FILLER               PIC X(18)
               VALUE 'INICIO   VENCE    '.
           05 FILLER               PIC X(08) VALUE 'AVISO   '.

      * Linea de detalle: una retencion.
       01 WS-LINEA-DET.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-BRANCH           PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(01) VALUE '/'.
           05 DET-HLD-NUM          PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-CUST-NAME        PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-AMOUNT           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-REFERENCIA       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-INICIO           PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-VENCE            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-AVISO            PIC X(08).

      * Subtotal por sucursal.
       01 WS-LINEA-SUB.
           05 FILLER               PIC X(15)
               VALUE 'TOTAL SUCURSAL '.
           05 SUB-BRANCH           PIC X(04).
           05 FILLER               PIC X(02) VALUE ': '.
           05 SUB-CNT              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(24)
               VALUE ' VIGENTES  RETENIDO     '.
           05 SUB-RETENIDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Total general del listado.
       01 WS-LINEA-TOT.
           05 FILLER               PIC X(15)
               VALUE 'TOTAL GENERAL  '.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 TOT-CNT              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(24)
               VALUE ' VIGENTES  RETENIDO     '.
           05 TOT-RETENIDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(28).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD: la del
      *  vencimiento automatico y la de la cabecera del listado.
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           SORT SFILE
               ON ASCENDING KEY SRT-BRANCH-CODE SRT-ACCT-NUM
                                SRT-HLD-NUM
               INPUT PROCEDURE IS 2000-LEER-RETENCIONES
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-LISTADO

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'APPB030: ERROR EN EL SORT - SORT-RETURN '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 9000-CLOSE-FILES

           DISPLAY 'APPB030: RETENCIONES VIGENTES: ' WS-GT-CNT
           DISPLAY 'APPB030: VENCIDAS HOY: ' WS-CNT-VENCIDAS
           DISPLAY 'APPB030: SIN CUENTA EN EL MAESTRO: '
                   WS-CNT-SIN-CUENTA
           IF WS-CNT-SIN-CUENTA > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * La fecha de proceso debe venir y ser numerica; de ella sale
      *  la fecha completa con el ajuste de fin de año de APPB005.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB030: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB030: ERROR - PARM-PROC-DATE NO ES NUMERIC'
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

      * Procedimiento de entrada del SORT: recorre las retenciones,
      *  vence las que pasaron su fecha y entrega al SORT las
      *  activas (vigentes o todavia por empezar) y las que vencen
      *  hoy; las liberadas y las vencidas de dias anteriores se
      *  saltan. Un fichero de retenciones vacio (File Status 35 al
      *  abrir, recien definido) da un listado vacio, no un error.
       2000-LEER-RETENCIONES.
           OPEN INPUT FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB030: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN EXTEND FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB030: ERROR ABRIENDO HLDAUD - FILE STATUS '
                       FS-FILEA
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEA-OPEN

           OPEN I-O FILEH
           EVALUATE FS-FILEH
               WHEN '00'
                   MOVE 'Y' TO WS-FILEH-OPEN
                   PERFORM 2100-READ-FILEH
               WHEN '35'
                   DISPLAY 'APPB030: AVISO - RETENCS VACIO'
                   MOVE '10' TO FS-FILEH
               WHEN OTHER
                   DISPLAY 'APPB030: ERROR ABRIENDO RETENCS - FILE ST'
                           'ATUS ' FS-FILEH
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           PERFORM UNTIL FS-FILEH = '10'
               ADD 1 TO WS-CNT-LEIDAS
               IF HLD-ST-ACTIVA
                   PERFORM 2200-TRATAR-RETENCION
               END-IF
               PERFORM 2100-READ-FILEH
           END-PERFORM.

      * Lectura secuencial del fichero de retenciones.
       2100-READ-FILEH.
           READ FILEH NEXT RECORD
           END-READ
           IF FS-FILEH = '00' OR FS-FILEH = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB030: ERROR LEYENDO RETENCS - FILE STATUS '
                       FS-FILEH
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Retencion activa: si su vencimiento ya paso se marca
      *  vencida (con su auditoria) y sale en el listado por ultima
      *  vez; si no, sale como vigente o como futura. La sucursal y
      *  el titular se toman del maestro de cuentas.
       2200-TRATAR-RETENCION.
           IF HLD-FECHA-VENCE NOT = ZERO AND
              HLD-FECHA-VENCE < WS-PROC-DATE-FULL-N
               MOVE REC-HOLD TO WS-IMAGEN-ANTES
               MOVE 'V' TO HLD-ESTADO
               MOVE WS-PROC-DATE-FULL-N TO HLD-FECHA-BAJA
               REWRITE REC-HOLD
               IF FS-FILEH NOT = '00'
                   DISPLAY 'APPB030: ERROR RESCRIBIENDO RETENCS - FIL'
                           'E STATUS ' FS-FILEH
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-VENCIDAS
               MOVE 'V' TO SRT-SITUACION
           ELSE
           IF HLD-FECHA-INICIO > WS-PROC-DATE-FULL-N
               ADD 1 TO WS-CNT-FUTURAS
               MOVE 'F' TO SRT-SITUACION
           ELSE
               MOVE 'A' TO SRT-SITUACION
           END-IF
           END-IF

           MOVE HLD-ACCT-NUM TO REC-ACCT-NUM
           READ FILEI
           END-READ
           EVALUATE FS-FILEI
               WHEN '00'
                   MOVE REC-BRANCH-CODE TO SRT-BRANCH-CODE
                   MOVE REC-CUST-NAME TO SRT-CUST-NAME
               WHEN '23'
                   MOVE '????' TO SRT-BRANCH-CODE
                   MOVE '*** CUENTA NO EXISTE ***' TO SRT-CUST-NAME
                   ADD 1 TO WS-CNT-SIN-CUENTA
               WHEN OTHER
                   DISPLAY 'APPB030: ERROR LEYENDO FILEIN - FILE STAT'
                           'US ' FS-FILEI
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           MOVE HLD-ACCT-NUM TO SRT-ACCT-NUM
           MOVE HLD-NUM TO SRT-HLD-NUM
           MOVE HLD-TIPO TO SRT-TIPO
           MOVE HLD-AMOUNT TO SRT-AMOUNT
           MOVE HLD-REFERENCIA TO SRT-REFERENCIA
           MOVE HLD-FECHA-INICIO TO SRT-FECHA-INICIO
           MOVE HLD-FECHA-VENCE TO SRT-FECHA-VENCE
           RELEASE REC-SORT.

      * Procedimiento de salida del SORT: recibe las retenciones ya
      *  en orden de sucursal y monta el listado con ruptura de
      *  control por sucursal.
       3000-IMPRIMIR-LISTADO.
           OPEN OUTPUT FILEL
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB030: ERROR ABRIENDO INFORME - FILE STATUS '
                       FS-FILEL
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEL-OPEN

           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-LINEA-H1 TO REC-FILEL
           PERFORM 8000-WRITE-LINEA
           MOVE WS-LINEA-H2 TO REC-FILEL
           PERFORM 8000-WRITE-LINEA
           MOVE SPACES TO REC-FILEL
           PERFORM 8000-WRITE-LINEA

           PERFORM 3100-RETURN-SORT

           PERFORM UNTIL SORT-AT-END
               IF SRT-BRANCH-CODE NOT = WS-BRANCH-ACTUAL
                      OR NOT HAY-SUCURSAL-ABIERTA
                   IF HAY-SUCURSAL-ABIERTA
                       PERFORM 3300-SUBTOTAL-SUCURSAL
                   END-IF
                   MOVE SRT-BRANCH-CODE TO WS-BRANCH-ACTUAL
                   MOVE 'S' TO WS-HAY-SUCURSAL
               END-IF
               PERFORM 3200-DETALLE
               PERFORM 3100-RETURN-SORT
           END-PERFORM

           IF HAY-SUCURSAL-ABIERTA
               PERFORM 3300-SUBTOTAL-SUCURSAL
           END-IF

           PERFORM 3500-TOTAL-GENERAL

           CLOSE FILEL
           MOVE 'N' TO WS-FILEL-OPEN.

      * RETURN del fichero de clasificacion.
       3100-RETURN-SORT.
           RETURN SFILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      * Linea de detalle. Solo las vigentes suman a lo retenido de
      *  la sucursal; las futuras y las vencidas hoy salen marcadas
      *  para que juridico vea lo que entra y lo que cae.
       3200-DETALLE.
           MOVE SRT-BRANCH-CODE TO DET-BRANCH
           MOVE SRT-ACCT-NUM TO DET-ACCT-NUM
           MOVE SRT-HLD-NUM TO DET-HLD-NUM
           MOVE SRT-CUST-NAME TO DET-CUST-NAME
           MOVE SRT-TIPO TO DET-TIPO
           MOVE SRT-AMOUNT TO DET-AMOUNT
           MOVE SRT-REFERENCIA TO DET-REFERENCIA
           MOVE SRT-FECHA-INICIO TO DET-INICIO
           IF SRT-FECHA-VENCE = ZERO
               MOVE 'SIN VTO.' TO DET-VENCE
           ELSE
               MOVE SRT-FECHA-VENCE TO DET-VENCE
           END-IF
           EVALUATE TRUE
               WHEN SRT-VENCIDA-HOY
                   MOVE 'VENCIDA ' TO DET-AVISO
               WHEN SRT-FUTURA
                   MOVE 'FUTURA  ' TO DET-AVISO
               WHEN OTHER
                   MOVE SPACES TO DET-AVISO
           END-EVALUATE
           MOVE WS-LINEA-DET TO REC-FILEL
           PERFORM 8000-WRITE-LINEA

           IF SRT-VIGENTE
               ADD 1 TO WS-BR-CNT
               ADD SRT-AMOUNT TO WS-BR-RETENIDO
                   ON SIZE ERROR
                       DISPLAY 'APPB030: ERROR - WS-BR-RETENIDO DESBO'
                               'RDADO EN LA SUCURSAL ' SRT-BRANCH-CODE
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-ADD
           END-IF.

      * Subtotal de la sucursal que termina y arrastre a los
      *  totales generales.
       3300-SUBTOTAL-SUCURSAL.
           MOVE WS-BRANCH-ACTUAL TO SUB-BRANCH
           MOVE WS-BR-CNT TO SUB-CNT
           MOVE WS-BR-RETENIDO TO SUB-RETENIDO
           MOVE WS-LINEA-SUB TO REC-FILEL
           PERFORM 8000-WRITE-LINEA
           MOVE SPACES TO REC-FILEL
           PERFORM 8000-WRITE-LINEA

           ADD WS-BR-CNT TO WS-GT-CNT
           ADD WS-BR-RETENIDO TO WS-GT-RETENIDO
               ON SIZE ERROR
                   DISPLAY 'APPB030: ERROR - WS-GT-RETENIDO DESBORDADO'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD
           MOVE ZERO TO WS-BR-CNT
           MOVE ZERO TO WS-BR-RETENIDO
           MOVE 'N' TO WS-HAY-SUCURSAL.

      * Total general y resumen de contadores.
       3500-TOTAL-GENERAL.
           MOVE WS-GT-CNT TO TOT-CNT
           MOVE WS-GT-RETENIDO TO TOT-RETENIDO
           MOVE WS-LINEA-TOT TO REC-FILEL
           PERFORM 8000-WRITE-LINEA

           MOVE SPACES TO REC-FILEL
           PERFORM 8000-WRITE-LINEA
           MOVE 'RETENCIONES LEIDAS:         ' TO CNT-LITERAL
           MOVE WS-CNT-LEIDAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8000-WRITE-LINEA
           MOVE 'PENDIENTES DE INICIO:       ' TO CNT-LITERAL
           MOVE WS-CNT-FUTURAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8000-WRITE-LINEA
           MOVE 'VENCIDAS HOY:               ' TO CNT-LITERAL
           MOVE WS-CNT-VENCIDAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8000-WRITE-LINEA
           MOVE 'SIN CUENTA EN EL MAESTRO:   ' TO CNT-LITERAL
           MOVE WS-CNT-SIN-CUENTA TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8000-WRITE-LINEA.

      * Registro de auditoria del vencimiento automatico: accion V e
      *  imagenes anterior y posterior, igual que APPB029.
       6000-GRABAR-AUDITORIA.
           MOVE 'V' TO AUD-ACTION
           MOVE WS-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
           MOVE REC-HOLD TO AUD-IMAGEN-DESPUES
           WRITE REC-FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB030: ERROR ESCRIBIENDO HLDAUD - FILE STAT'
                       'US ' FS-FILEA
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Escritura de una linea del listado a un espacio.
       8000-WRITE-LINEA.
           WRITE REC-FILEL AFTER ADVANCING 1 LINE
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB030: ERROR ESCRIBIENDO INFORME - FILE STA'
                       'TUS ' FS-FILEL
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILEH-IS-OPEN
               CLOSE FILEH
               IF FS-FILEH NOT = '00'
                   DISPLAY 'APPB030: ERROR CERRANDO RETENCS - FILE ST'
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
                   DISPLAY 'APPB030: ERROR CERRANDO FILEIN - FILE STA'
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
                   DISPLAY 'APPB030: ERROR CERRANDO HLDAUD - FILE STA'
                           'TUS ' FS-FILEA
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF

           IF FILEL-IS-OPEN
               CLOSE FILEL
               IF FS-FILEL NOT = '00'
                   DISPLAY 'APPB030: ERROR CERRANDO INFORME - FILE ST'
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
