           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEC.

      * FILEK es el registro de control del cargo mensual de
      *  comisiones que graba APPB031: el dia del cargo, lo cobrado
      *  a cuentas que estan en el extracto resta legitimamente del
      *  saldo y debe entrar en el esperado. Registro de otra fecha,
      *  fichero vacio o inexistente: sin comisiones hoy.
           SELECT FILEK ASSIGN TO COMCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEK.

      * FILEP es el registro de control del vencimiento diario de
      *  plazos fijos que graba APPB038: el interes neto abonado
      *  sube legitimamente el saldo (el traspaso a la cuenta de
      *  liquidacion es entre cuentas del extracto) y las cuentas
      *  de plazo cerradas salen del extracto. Registro de otra
      *  fecha, fichero vacio o inexistente: sin plazos hoy.
           SELECT FILEP ASSIGN TO PLZCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEP.

      * FILEA es el registro de control del archivado de cuentas
      *  cerradas que graba APPB019. Es solo informativo: las
      *  cuentas cerradas nunca entran en el extracto, asi que
           05 MCT-CNT-RECHAZOS     PIC 9(09).
           05 MCT-NET-SIGNO        PIC X(01).
           05 MCT-NET-AMOUNT       PIC 9(11)V99.
           05 MCT-CNT-ANULACIONES  PIC 9(06).

      * Mismo layout que el REC-FILEC que escribe APPB007.
       FD  FILEB
           05 ICT-INT-TOTAL        PIC 9(11)V99.
           05 FILLER               PIC X(04).

      * Mismo layout que el REC-FILEC que escribe APPB031.
       FD  FILEK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEK.
       01 REC-FILEK.
           05 CCT-PROC-DATE        PIC 9(04).
           05 CCT-CNT-CUENTAS      PIC 9(09).
           05 CCT-COM-TOTAL        PIC 9(11)V99.
           05 CCT-COM-CERRADAS     PIC 9(11)V99.
           05 FILLER               PIC X(01).

      * Mismo layout que el REC-FILEC que escribe APPB038.
       FD  FILEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEP.
       01 REC-FILEP.
           05 PCT-PROC-DATE        PIC 9(04).
           05 PCT-CNT-LIQUIDADOS   PIC 9(09).
           05 PCT-CNT-CERRADAS     PIC 9(09).
           05 PCT-INT-BRUTO        PIC 9(11)V99.
           05 PCT-RETENIDO         PIC 9(11)V99.
           05 PCT-INT-NETO         PIC 9(11)V99.
           05 FILLER               PIC X(03).

      * Mismo layout que el REC-FILEC que escribe APPB019.
       FD  FILEA
           RECORDING MODE IS F
       01 FS-FILEM   PIC X(02) VALUE SPACES.
       01 FS-FILEB   PIC X(02) VALUE SPACES.
       01 FS-FILEC   PIC X(02) VALUE SPACES.
       01 FS-FILEK   PIC X(02) VALUE SPACES.
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILEH   PIC X(02) VALUE SPACES.
       01 FS-FILEL   PIC X(02) VALUE SPACES.
           88 FILEB-IS-OPEN        VALUE 'Y'.
       01 WS-FILEC-OPEN    PIC X VALUE 'N'.
           88 FILEC-IS-OPEN        VALUE 'Y'.
       01 WS-FILEK-OPEN    PIC X VALUE 'N'.
           88 FILEK-IS-OPEN        VALUE 'Y'.
       01 WS-FILEP-OPEN    PIC X VALUE 'N'.
           88 FILEP-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILEH-OPEN    PIC X VALUE 'N'.
      * Efecto neto de los movimientos del dia, ya con signo.
       01 WS-NETO              PIC S9(11)V99 VALUE ZERO.

      * Anulaciones aplicadas hoy segun el mismo control: su efecto
      *  ya va dentro del neto, se listan solo como informacion (un
      *  control de antes de existir el campo lo trae en blanco).
       01 WS-ANULACIONES-HOY   PIC 9(06) VALUE ZERO.

      * Intereses capitalizados hoy segun el control de APPB010
      *  (cero los dias sin liquidacion).
       01 WS-INTERES-HOY       PIC 9(11)V99 VALUE ZERO.
       01 WS-HAY-INTERES   PIC X VALUE 'N'.
           88 HAY-INTERES-HOY      VALUE 'S'.

      * Comisiones cargadas hoy segun el control de APPB031, solo
      *  la parte cargada a cuentas que no estan cerradas (las
      *  cerradas no estan en el extracto); cero los dias sin cargo.
       01 WS-COMISION-HOY      PIC 9(11)V99 VALUE ZERO.
       01 WS-HAY-COMISION  PIC X VALUE 'N'.
           88 HAY-COMISION-HOY     VALUE 'S'.

      * Vencimiento de plazos fijos de hoy segun el control de
      *  APPB038: interes neto abonado y cuentas de plazo cerradas
      *  (cero los dias sin plazos).
       01 WS-PLAZO-NETO-HOY    PIC 9(11)V99 VALUE ZERO.
       01 WS-PLAZO-CERRADAS    PIC 9(09) VALUE ZERO.
       01 WS-HAY-PLAZO     PIC X VALUE 'N'.
           88 HAY-PLAZOS-HOY       VALUE 'S'.

      * Efecto del mantenimiento de hoy segun el control de APPB007:
      *  diferencia de cuentas (altas menos bajas, con signo) y neto
      *  de saldo (cero los dias sin mantenimiento).
           88 HAY-ARCHIVADO-HOY    VALUE 'S'.

      * Totales esperados de hoy: los de ayer mas los efectos netos
      *  de movimientos, mantenimiento, intereses, comisiones y
      *  plazos fijos del dia.
       01 WS-ESPERADO-CNT      PIC S9(09) VALUE ZERO.
       01 WS-ESPERADO-SALDO    PIC S9(12)V99 VALUE ZERO.

           PERFORM 2100-LEER-CONTROL-MOVS
           PERFORM 2120-LEER-CONTROL-MANT
           PERFORM 2150-LEER-CONTROL-INTERESES
           PERFORM 2160-LEER-CONTROL-COMISIONES
           PERFORM 2170-LEER-CONTROL-ARCHIVADO
           PERFORM 2180-LEER-CONTROL-PLAZOS
           PERFORM 2200-LEER-TRAILER-HOY

           PERFORM 3000-CONCILIAR
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

      * El control de comisiones puede no existir todavia (antes del
      *  primer cargo de APPB031) o venir como DD DUMMY: el File
      *  Status 35 no es error, equivale a "sin comisiones hoy".
           OPEN INPUT FILEK
           EVALUATE FS-FILEK
               WHEN '00'
                   MOVE 'Y' TO WS-FILEK-OPEN
               WHEN '35'
                   DISPLAY 'APPB013: SIN FICHERO DE CONTROL DE COMISI'
                           'ONES - SE CONCILIA SIN COMISIONES'
               WHEN OTHER
                   DISPLAY 'APPB013: ERROR ABRIENDO COMCTL - FILE STAT'
                           'US ' FS-FILEK
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

      * El control de plazos fijos puede no existir todavia (antes
      *  del primer vencimiento de APPB038) o venir como DD DUMMY:
      *  el File Status 35 no es error, equivale a "sin plazos hoy".
           OPEN INPUT FILEP
           EVALUATE FS-FILEP
               WHEN '00'
                   MOVE 'Y' TO WS-FILEP-OPEN
               WHEN '35'
                   DISPLAY 'APPB013: SIN FICHERO DE CONTROL DE PLAZOS'
                           ' - SE CONCILIA SIN PLAZOS FIJOS'
               WHEN OTHER
                   DISPLAY 'APPB013: ERROR ABRIENDO PLZCTL - FILE STAT'
                           'US ' FS-FILEP
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

      * El control de archivado puede no existir todavia (antes del
      *  primer barrido de APPB019) o venir como DD DUMMY: el File
      *  Status 35 no es error, equivale a "sin archivado hoy".
           MOVE MCT-NET-AMOUNT TO WS-NETO
           IF MCT-NET-SIGNO = '-'
               COMPUTE WS-NETO = ZERO - WS-NETO
           END-IF
           IF MCT-CNT-ANULACIONES NUMERIC
               MOVE MCT-CNT-ANULACIONES TO WS-ANULACIONES-HOY
           END-IF.

      * Registro de control del mantenimiento: solo cuenta si su
               MOVE 'N' TO WS-FILEC-OPEN
           END-IF.

      * Registro de control del cargo de comisiones: solo cuenta si
      *  su fecha es la del dia conciliado (el dia del cargo); un
      *  registro de otra fecha es el del cargo anterior y se ignora
      *  con un aviso. Lo cargado a cuentas cerradas se descuenta:
      *  esas cuentas no estan en ninguno de los dos extractos.
      *  Fichero vacio, DUMMY o inexistente: sin comisiones hoy.
       2160-LEER-CONTROL-COMISIONES.
           IF FILEK-IS-OPEN
               READ FILEK
               END-READ
               EVALUATE FS-FILEK
                   WHEN '00'
                       IF CCT-PROC-DATE = PARM-PROC-DATE
                           COMPUTE WS-COMISION-HOY =
                               CCT-COM-TOTAL - CCT-COM-CERRADAS
                           MOVE 'S' TO WS-HAY-COMISION
                       ELSE
                           DISPLAY 'APPB013: AVISO - CONTROL DE COMIS'
                                   'IONES DE OTRA FECHA ('
                                   CCT-PROC-DATE '), SE IGNORA'
                       END-IF
                   WHEN '10'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'APPB013: ERROR LEYENDO COMCTL - FILE '
                               'STATUS ' FS-FILEK
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE

               CLOSE FILEK
               MOVE 'N' TO WS-FILEK-OPEN
           END-IF.

      * Registro de control del archivado de cuentas cerradas:
      *  solo cuenta si su fecha es la del dia conciliado; de otra
      *  fecha es el de un barrido anterior y se ignora con un
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF.

      * Registro de control del vencimiento de plazos fijos: solo
      *  cuenta si su fecha es la del dia conciliado; de otra fecha
      *  es el de un proceso anterior y se ignora con un aviso. El
      *  neto abonado suma al saldo esperado y las cuentas de plazo
      *  cerradas restan del numero de cuentas esperado. Fichero
      *  vacio, DUMMY o inexistente: sin plazos hoy.
       2180-LEER-CONTROL-PLAZOS.
           IF FILEP-IS-OPEN
               READ FILEP
               END-READ
               EVALUATE FS-FILEP
                   WHEN '00'
                       IF PCT-PROC-DATE = PARM-PROC-DATE
                           MOVE PCT-INT-NETO TO WS-PLAZO-NETO-HOY
                           MOVE PCT-CNT-CERRADAS TO WS-PLAZO-CERRADAS
                           MOVE 'S' TO WS-HAY-PLAZO
                       ELSE
                           DISPLAY 'APPB013: AVISO - CONTROL DE PLAZO'
                                   'S DE OTRA FECHA ('
                                   PCT-PROC-DATE '), SE IGNORA'
                       END-IF
                   WHEN '10'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'APPB013: ERROR LEYENDO PLZCTL - FILE '
                               'STATUS ' FS-FILEP
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE

               CLOSE FILEP
               MOVE 'N' TO WS-FILEP-OPEN
           END-IF.

      * Recorre el extracto de hoy hasta quedarse con su trailer.
       2200-LEER-TRAILER-HOY.
           PERFORM 2210-READ-FILEH
           END-IF.

      * El cuadre: ayer + neto de movimientos + efecto del
      *  mantenimiento + intereses capitalizados - comisiones
      *  cargadas + interes de plazos fijos = hoy, en cuentas y en
      *  importes, tomando cada efecto de su registro de control
      *  (MOVSCTL, MANTCTL, INTCTL, COMCTL, PLZCTL) solo cuando su
      *  fecha es la del dia conciliado. En cuentas, el
      *  mantenimiento mueve el contador (altas menos bajas) y el
      *  vencimiento de plazos lo baja con las cuentas de plazo que
      *  cierra; movimientos, intereses y comisiones no crean ni
      *  destruyen cuentas. Cualquier diferencia termina en
      *  RC=8, que frena los pasos de distribucion de este mismo
      *  job.
       3000-CONCILIAR.
           MOVE WS-LINEA-DAT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           IF WS-ANULACIONES-HOY > ZERO
               MOVE 'ANULACIONES INCLUIDAS EN NETO:' TO DAT-LITERAL
               MOVE WS-ANULACIONES-HOY TO DAT-CNT
               MOVE ZERO TO DAT-IMPORTE
               MOVE WS-LINEA-DAT TO REC-FILEL
               PERFORM 8100-WRITE-LINEA
           END-IF

           IF HAY-MANT-HOY
               MOVE 'EFECTO MANTENIMIENTO HOY:     ' TO DAT-LITERAL
               MOVE WS-MANT-DIF-CNT TO DAT-CNT
               PERFORM 8100-WRITE-LINEA
           END-IF

           IF HAY-COMISION-HOY
               MOVE 'COMISIONES CARGADAS HOY:      ' TO DAT-LITERAL
               MOVE ZERO TO DAT-CNT
               COMPUTE DAT-IMPORTE = ZERO - WS-COMISION-HOY
               MOVE WS-LINEA-DAT TO REC-FILEL
               PERFORM 8100-WRITE-LINEA
           END-IF

           IF HAY-PLAZOS-HOY
               MOVE 'PLAZOS FIJOS VENCIDOS HOY:    ' TO DAT-LITERAL
               COMPUTE DAT-CNT = ZERO - WS-PLAZO-CERRADAS
               MOVE WS-PLAZO-NETO-HOY TO DAT-IMPORTE
               MOVE WS-LINEA-DAT TO REC-FILEL
               PERFORM 8100-WRITE-LINEA
           END-IF

           IF HAY-ARCHIVADO-HOY
               MOVE 'ARCHIVADAS HOY (SOLO INFO):   ' TO DAT-LITERAL
               MOVE WS-ARCH-CNT TO DAT-CNT
           END-IF

           COMPUTE WS-ESPERADO-CNT =
               WS-AYER-CNT + WS-MANT-DIF-CNT - WS-PLAZO-CERRADAS
           COMPUTE WS-ESPERADO-SALDO =
               WS-AYER-SALDO + WS-NETO + WS-MANT-NETO
               + WS-INTERES-HOY - WS-COMISION-HOY
               + WS-PLAZO-NETO-HOY

           MOVE 'EXTRACTO ESPERADO HOY:        ' TO DAT-LITERAL
           MOVE WS-ESPERADO-CNT TO DAT-CNT
               MOVE 'N' TO WS-FILEC-OPEN
           END-IF

           IF FILEK-IS-OPEN
               CLOSE FILEK
               IF FS-FILEK NOT = '00'
                   DISPLAY 'APPB013: ERROR CERRANDO COMCTL - FILE STAT'
                           'US ' FS-FILEK
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEK-OPEN
           END-IF

           IF FILEP-IS-OPEN
               CLOSE FILEP
               IF FS-FILEP NOT = '00'
                   DISPLAY 'APPB013: ERROR CERRANDO PLZCTL - FILE STAT'
                           'US ' FS-FILEP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEP-OPEN
           END-IF

           IF FILEA-IS-OPEN
               CLOSE FILEA
               IF FS-FILEA NOT = '00'
