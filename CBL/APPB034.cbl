      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB034.
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
      * FILEB es la ultima copia de seguridad del maestro de cuentas:
      *  la descarga secuencial del KSDS (REPRO), por tanto en orden
      *  de numero de cuenta y con la misma imagen de 93 bytes.
           SELECT FILEB ASSIGN TO COPIAMA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEB.

      * FILEJ es el diario permanente de movimientos (JOURNAL): de
      *  el salen todos los apuntes de saldo posteriores a la copia.
           SELECT FILEJ ASSIGN TO JOURNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEJ.

      * FILEM es la auditoria del mantenimiento del maestro
      *  (MANTAUD de APPB007, APPB032 y APPB033): de ella salen las
      *  altas y las imagenes posteriores de cambios y bajas.
           SELECT FILEM ASSIGN TO MANTAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEM.

      * FILEO es el maestro reconstruido (modo R): un KSDS vacio ya
      *  definido que se carga en orden de cuenta.
           SELECT FILEO ASSIGN TO NUEVOMA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUE-ACCT-NUM
           FILE STATUS IS FS-FILEO.

      * FILEI es el maestro vivo (modo V), solo en lectura y en
      *  orden de cuenta, para contrastar su saldo con el replicado.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VIV-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILERP es el informe de la recuperacion: cada descuadre o
      *  anomalia encontrada y el resumen de contadores.
           SELECT FILERP ASSIGN TO RECREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILERP.

      * SFILE es el fichero de trabajo del SORT interno que junta
      *  apuntes del diario y cambios de mantenimiento en orden de
      *  cuenta y fecha, para casarlos con la copia.
           SELECT SFILE ASSIGN TO SORTWK.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Imagen del maestro en la copia; el registro se trata entero
      *  en el area de trabajo REC-FILEI.
       FD  FILEB
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEB.
       01 REC-FILEB.
           05 BKP-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(83).

       FD  FILEJ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-JRNL.
           COPY JRNLREC.

      * Auditoria del maestro de cuentas, mismo layout que el
      *  REC-FILEA de APPB007; de la imagen posterior solo hace falta
      *  aqui el numero de cuenta por separado.
       FD  FILEM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEM.
       01 REC-FILEM.
           05 MAU-ACTION           PIC X(01).
               88 MAU-ALTA             VALUE 'A'.
           05 MAU-IMAGEN-ANTES     PIC X(93).
           05 MAU-IMAGEN-DESPUES.
               10 MAU-DESP-ACCT-NUM PIC 9(10).
               10 FILLER           PIC X(83).
           05 MAU-FECHA            PIC 9(08).

       FD  FILEO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEO.
       01 REC-FILEO.
           05 NUE-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(83).

      * Del maestro vivo solo interesan la clave y el saldo, en su
      *  misma posicion que en ACCTREC.
       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-VIVO.
       01 REC-VIVO.
           05 VIV-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(34).
           05 VIV-BALANCE          PIC S9(9)V99.
           05 FILLER               PIC X(38).

       FD  FILERP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILERP.
       01 REC-FILERP               PIC X(132).

      * Registro del SORT: cuenta, fecha y clase de cambio (1 alta,
      *  2 apunte del diario, 3 cambio o baja de mantenimiento). Con
      *  WITH DUPLICATES IN ORDER, dentro de cada clase se conserva
      *  el orden en que se grabaron los ficheros.
       SD  SFILE
           DATA RECORD IS REC-SORT.
       01 REC-SORT.
           05 SRT-ACCT-NUM         PIC 9(10).
           05 SRT-FECHA            PIC 9(08).
           05 SRT-CLASE            PIC X(01).
               88 SRT-ALTA             VALUE '1'.
               88 SRT-APUNTE           VALUE '2'.
               88 SRT-CAMBIO           VALUE '3'.
           05 SRT-JRN-TYPE         PIC X(01).
               88 SRT-ACTIVIDAD        VALUE 'D' 'R' 'E' 'S'.
           05 SRT-SIGNO            PIC X(01).
           05 SRT-AMOUNT           PIC 9(9)V99.
           05 SRT-SALDO-SIGNO      PIC X(01).
           05 SRT-SALDO            PIC 9(9)V99.
           05 SRT-IMAGEN           PIC X(93).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEB   PIC X(02) VALUE SPACES.
       01 FS-FILEJ   PIC X(02) VALUE SPACES.
       01 FS-FILEM   PIC X(02) VALUE SPACES.
       01 FS-FILEO   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILERP  PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILEB-OPEN    PIC X VALUE 'N'.
           88 FILEB-IS-OPEN        VALUE 'Y'.
       01 WS-FILEJ-OPEN    PIC X VALUE 'N'.
           88 FILEJ-IS-OPEN        VALUE 'Y'.
       01 WS-FILEM-OPEN    PIC X VALUE 'N'.
           88 FILEM-IS-OPEN        VALUE 'Y'.
       01 WS-FILEO-OPEN    PIC X VALUE 'N'.
           88 FILEO-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

      * Fin de cada entrada de la casacion.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 SORT-AT-END          VALUE 'Y'.
       01 WS-FILEB-EOF     PIC X VALUE 'N'.
           88 COPIA-AT-END         VALUE 'Y'.
       01 WS-FILEI-EOF     PIC X VALUE 'N'.
           88 VIVO-AT-END          VALUE 'Y'.

      * Area de trabajo: la cuenta que se esta reconstruyendo.
           COPY ACCTREC.

      * Cuenta en curso de la casacion y si ya existe (en la copia o
      *  por un alta replicada), y si ya se informo su primer
      *  descuadre con el diario (los siguientes son arrastre).
       01 WS-CTA-ACTUAL        PIC 9(10) VALUE ZERO.
       01 WS-CTA-ANTERIOR      PIC 9(10) VALUE ZERO.
       01 WS-CTA-EXISTE        PIC X VALUE 'N'.
           88 CUENTA-EXISTE        VALUE 'S'.
       01 WS-CTA-DESCUADRE     PIC X VALUE 'N'.
           88 CUENTA-DESCUADRADA   VALUE 'S'.

      * Saldo y ultima actividad que se conservan al aplicar la
      *  imagen posterior de un cambio: el saldo solo lo mueve el
      *  diario.
       01 WS-SALDO-GUARDADO    PIC S9(9)V99 VALUE ZERO.
       01 WS-ACT-GUARDADA      PIC 9(08) VALUE ZERO.
       01 WS-SALDO-DIARIO      PIC S9(9)V99 VALUE ZERO.
       01 WS-DIFERENCIA        PIC S9(11)V99 VALUE ZERO.

      * Contadores para el resumen final del informe.
       01 WS-JRN-LEIDOS        PIC 9(09) VALUE ZERO.
       01 WS-MNT-LEIDOS        PIC 9(09) VALUE ZERO.
       01 WS-CNT-COPIA         PIC 9(09) VALUE ZERO.
       01 WS-CNT-ALTAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-APUNTES       PIC 9(09) VALUE ZERO.
       01 WS-CNT-CAMBIOS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECONSTRUIDAS PIC 9(09) VALUE ZERO.
       01 WS-CNT-DESC-DIARIO   PIC 9(09) VALUE ZERO.
       01 WS-CNT-DESC-VIVO     PIC 9(09) VALUE ZERO.
       01 WS-CNT-ANOMALIAS     PIC 9(09) VALUE ZERO.
       01 WS-TOT-BALANCE       PIC S9(11)V99 VALUE ZERO.

      * Cabecera del informe de recuperacion.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(37)
               VALUE 'RECUPERACION DEL MAESTRO    - APPB034'.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'MODO: '.
           05 H1-MODO              PIC X(14).
           05 FILLER               PIC X(17)
               VALUE '   REPLICA DESDE '.
           05 H1-DESDE             PIC X(08).
           05 FILLER               PIC X(07) VALUE ' HASTA '.
           05 H1-HASTA             PIC X(08).

      * Cabecera de las columnas de descuadres.
       01 WS-LINEA-H2.
           05 FILLER               PIC X(12) VALUE 'CUENTA'.
           05 FILLER               PIC X(29) VALUE 'MOTIVO'.
           05 FILLER               PIC X(09) VALUE 'FECHA'.
           05 FILLER               PIC X(04) VALUE 'T'.
           05 FILLER               PIC X(20) VALUE 'SALDO REPLICADO'.
           05 FILLER               PIC X(20) VALUE 'SALDO CONTRASTE'.
           05 FILLER               PIC X(18) VALUE 'DIFERENCIA'.

      * Linea de descuadre o anomalia.
       01 WS-LINEA-DIF.
           05 DIF-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DIF-MOTIVO           PIC X(28).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIF-FECHA            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIF-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIF-REPLICADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 DIF-REPLICADO-X REDEFINES DIF-REPLICADO
                                   PIC X(18).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DIF-CONTRASTE        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 DIF-CONTRASTE-X REDEFINES DIF-CONTRASTE
                                   PIC X(18).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DIF-DIFERENCIA       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 DIF-DIFERENCIA-X REDEFINES DIF-DIFERENCIA
                                   PIC X(18).

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(24).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

      * Linea de importe del resumen final.
       01 WS-LINEA-TOT.
           05 TOT-LITERAL          PIC X(24).
           05 TOT-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

****** LINKAGE SECTION.
      * PARM-RUN-MODE: R = reconstruir el maestro en NUEVOMA, V =
      *  solo verificar contra el maestro vivo. Las fechas AAAAMMDD
      *  acotan lo que se replica: desde la primera fecha de proceso
      *  que NO recoge la copia hasta la fecha elegida, ambas
      *  incluidas.
       01 PARMS.
           05 PARM-RUN-MODE      PIC X(01).
               88 PARM-MODE-RECONSTRUIR VALUE 'R'.
               88 PARM-MODE-VERIFICAR  VALUE 'V'.
           05 PARM-FECHA-DESDE-X PIC X(08).
           05 PARM-FECHA-DESDE REDEFINES PARM-FECHA-DESDE-X
                                 PIC 9(08).
           05 PARM-FECHA-HASTA-X PIC X(08).
           05 PARM-FECHA-HASTA REDEFINES PARM-FECHA-HASTA-X
                                 PIC 9(08).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 1000-OPEN-FILES

           PERFORM 1100-CABECERA-INFORME

           SORT SFILE
               ON ASCENDING KEY SRT-ACCT-NUM SRT-FECHA SRT-CLASE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-LEER-CAMBIOS
               OUTPUT PROCEDURE IS 3000-RECONSTRUIR

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'APPB034: ERROR EN EL SORT - SORT-RETURN '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 8000-RESUMEN-INFORME

           PERFORM 9000-CLOSE-FILES

           IF WS-CNT-DESC-DIARIO > 0 OR WS-CNT-DESC-VIVO > 0
              OR WS-CNT-ANOMALIAS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      * El modo debe ser R o V y las dos fechas numericas, con la
      *  de inicio no posterior a la de fin.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB034: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF NOT PARM-MODE-RECONSTRUIR AND NOT PARM-MODE-VERIFICAR
               DISPLAY 'APPB034: ERROR - PARM-RUN-MODE INVALIDO: '
                       PARM-RUN-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-FECHA-DESDE-X NOT NUMERIC
              OR PARM-FECHA-HASTA-X NOT NUMERIC
               DISPLAY 'APPB034: ERROR - FECHAS DEL PARM NO NUMERICA'
                       'S: ' PARM-FECHA-DESDE-X ' ' PARM-FECHA-HASTA-X
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-FECHA-DESDE > PARM-FECHA-HASTA
               DISPLAY 'APPB034: ERROR - FECHA DESDE POSTERIOR A LA F'
                       'ECHA HASTA: ' PARM-FECHA-DESDE-X ' '
                       PARM-FECHA-HASTA-X
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; el diario y la auditoria los abre y los
      *  cierra el propio procedimiento de entrada del SORT. El
      *  maestro nuevo solo se abre al reconstruir y el vivo solo al
      *  verificar.
       1000-OPEN-FILES.
           OPEN INPUT FILEB
           IF FS-FILEB NOT = '00'
               DISPLAY 'APPB034: ERROR ABRIENDO COPIAMA - FILE STATUS '
                       FS-FILEB
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEB-OPEN

           IF PARM-MODE-RECONSTRUIR
               OPEN OUTPUT FILEO
               IF FS-FILEO NOT = '00'
                   DISPLAY 'APPB034: ERROR ABRIENDO NUEVOMA - FILE ST'
                           'ATUS ' FS-FILEO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE 'Y' TO WS-FILEO-OPEN
           ELSE
               OPEN INPUT FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB034: ERROR ABRIENDO FILEIN - FILE STA'
                           'TUS ' FS-FILEI
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE 'Y' TO WS-FILEI-OPEN
           END-IF

           OPEN OUTPUT FILERP
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB034: ERROR ABRIENDO RECREP - FILE STATUS '
                       FS-FILERP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILERP-OPEN.

      * Cabecera del informe con el modo y la ventana replicada.
       1100-CABECERA-INFORME.
           IF PARM-MODE-RECONSTRUIR
               MOVE 'RECONSTRUCCION' TO H1-MODO
           ELSE
               MOVE 'VERIFICACION' TO H1-MODO
           END-IF
           MOVE PARM-FECHA-DESDE-X TO H1-DESDE
           MOVE PARM-FECHA-HASTA-X TO H1-HASTA
           MOVE WS-LINEA-H1 TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE WS-LINEA-H2 TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Procedimiento de entrada del SORT: los apuntes del diario y
      *  los registros de la auditoria de mantenimiento dentro de la
      *  ventana de fechas. Los registros convertidos con fecha 0
      *  (anteriores al cambio de registro) nunca entran en la
      *  ventana.
       2000-LEER-CAMBIOS.
           OPEN INPUT FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB034: ERROR ABRIENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEJ-OPEN

           PERFORM 2100-READ-FILEJ
           PERFORM UNTIL FS-FILEJ = '10'
               ADD 1 TO WS-JRN-LEIDOS
               IF JRN-FECHA NOT < PARM-FECHA-DESDE AND
                  JRN-FECHA NOT > PARM-FECHA-HASTA
                   MOVE JRN-ACCT-NUM TO SRT-ACCT-NUM
                   MOVE JRN-FECHA TO SRT-FECHA
                   MOVE '2' TO SRT-CLASE
                   MOVE JRN-TYPE TO SRT-JRN-TYPE
                   MOVE JRN-SIGNO TO SRT-SIGNO
                   MOVE JRN-AMOUNT TO SRT-AMOUNT
                   MOVE JRN-SALDO-SIGNO TO SRT-SALDO-SIGNO
                   MOVE JRN-SALDO TO SRT-SALDO
                   MOVE SPACES TO SRT-IMAGEN
                   RELEASE REC-SORT
               END-IF
               PERFORM 2100-READ-FILEJ
           END-PERFORM

           CLOSE FILEJ
           MOVE 'N' TO WS-FILEJ-OPEN

           OPEN INPUT FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB034: ERROR ABRIENDO MANTAUD - FILE STATUS '
                       FS-FILEM
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEM-OPEN

           PERFORM 2200-READ-FILEM
           PERFORM UNTIL FS-FILEM = '10'
               ADD 1 TO WS-MNT-LEIDOS
               IF MAU-FECHA NOT < PARM-FECHA-DESDE AND
                  MAU-FECHA NOT > PARM-FECHA-HASTA
                   MOVE MAU-DESP-ACCT-NUM TO SRT-ACCT-NUM
                   MOVE MAU-FECHA TO SRT-FECHA
                   IF MAU-ALTA
                       MOVE '1' TO SRT-CLASE
                   ELSE
                       MOVE '3' TO SRT-CLASE
                   END-IF
                   MOVE SPACES TO SRT-JRN-TYPE
                   MOVE SPACES TO SRT-SIGNO
                   MOVE ZERO TO SRT-AMOUNT
                   MOVE SPACES TO SRT-SALDO-SIGNO
                   MOVE ZERO TO SRT-SALDO
                   MOVE MAU-IMAGEN-DESPUES TO SRT-IMAGEN
                   RELEASE REC-SORT
               END-IF
               PERFORM 2200-READ-FILEM
           END-PERFORM

           CLOSE FILEM
           MOVE 'N' TO WS-FILEM-OPEN.

      * Lectura secuencial del diario.
       2100-READ-FILEJ.
           READ FILEJ
           END-READ
           IF FS-FILEJ = '00' OR FS-FILEJ = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB034: ERROR LEYENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Lectura secuencial de la auditoria de mantenimiento.
       2200-READ-FILEM.
           READ FILEM
           END-READ
           IF FS-FILEM = '00' OR FS-FILEM = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB034: ERROR LEYENDO MANTAUD - FILE STATUS '
                       FS-FILEM
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Procedimiento de salida del SORT: casa la copia (en orden de
      *  cuenta) con los cambios ya clasificados. Cada cuenta parte
      *  de su imagen en la copia, o de nada si nace por un alta
      *  replicada, y se le aplican sus cambios en orden.
       3000-RECONSTRUIR.
           PERFORM 3100-RETURN-SORT
           PERFORM 3050-READ-FILEB
           IF PARM-MODE-VERIFICAR
               PERFORM 3060-READ-FILEI
           END-IF

           PERFORM UNTIL COPIA-AT-END AND SORT-AT-END
               IF COPIA-AT-END
                   MOVE SRT-ACCT-NUM TO WS-CTA-ACTUAL
               ELSE
               IF SORT-AT-END
                   MOVE BKP-ACCT-NUM TO WS-CTA-ACTUAL
               ELSE
               IF BKP-ACCT-NUM < SRT-ACCT-NUM
                   MOVE BKP-ACCT-NUM TO WS-CTA-ACTUAL
               ELSE
                   MOVE SRT-ACCT-NUM TO WS-CTA-ACTUAL
               END-IF
               END-IF
               END-IF

               MOVE 'N' TO WS-CTA-DESCUADRE
               IF NOT COPIA-AT-END AND BKP-ACCT-NUM = WS-CTA-ACTUAL
                   MOVE REC-FILEB TO REC-FILEI
                   MOVE 'S' TO WS-CTA-EXISTE
                   ADD 1 TO WS-CNT-COPIA
                   PERFORM 3050-READ-FILEB
               ELSE
                   MOVE SPACES TO REC-FILEI
                   MOVE 'N' TO WS-CTA-EXISTE
               END-IF

               PERFORM UNTIL SORT-AT-END
                          OR SRT-ACCT-NUM NOT = WS-CTA-ACTUAL
                   PERFORM 3200-APLICAR-CAMBIO
                   PERFORM 3100-RETURN-SORT
               END-PERFORM

               IF CUENTA-EXISTE
                   PERFORM 4000-EMITIR-CUENTA
               END-IF
           END-PERFORM

      * Lo que quede en el maestro vivo no tiene cuenta replicada.
           IF PARM-MODE-VERIFICAR
               PERFORM UNTIL VIVO-AT-END
                   PERFORM 4200-SOLO-EN-VIVO
                   PERFORM 3060-READ-FILEI
               END-PERFORM
           END-IF.

      * Lectura secuencial de la copia, que debe venir en orden
      *  estricto de cuenta (es una descarga del KSDS).
       3050-READ-FILEB.
           READ FILEB
               AT END
                   MOVE 'Y' TO WS-FILEB-EOF
           END-READ
           IF FS-FILEB = '00' OR FS-FILEB = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB034: ERROR LEYENDO COPIAMA - FILE STATUS '
                       FS-FILEB
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           IF NOT COPIA-AT-END
               IF WS-CNT-COPIA > 0 AND
                  BKP-ACCT-NUM NOT > WS-CTA-ANTERIOR
                   DISPLAY 'APPB034: ERROR - COPIAMA FUERA DE SECUENCI'
                           'A EN LA CUENTA ' BKP-ACCT-NUM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE BKP-ACCT-NUM TO WS-CTA-ANTERIOR
           END-IF.

      * Lectura secuencial del maestro vivo.
       3060-READ-FILEI.
           READ FILEI NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILEI-EOF
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB034: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * RETURN del fichero de clasificacion.
       3100-RETURN-SORT.
           RETURN SFILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      * Aplica un cambio a la cuenta en curso:
      *  - alta: la imagen del alta, con su saldo de apertura;
      *  - apunte: el importe con su signo; depositos, retiros y
      *    traspasos sellan la actividad y reactivan una inactiva,
      *    como APPB005 4050-MARCAR-ACTIVIDAD. El saldo resultante se
      *    contrasta con el JRN-SALDO que grabo el programa;
      *  - cambio o baja: la imagen posterior, salvo el saldo y la
      *    ultima actividad, que son cosa del diario.
       3200-APLICAR-CAMBIO.
           EVALUATE TRUE
               WHEN SRT-ALTA
                   IF CUENTA-EXISTE
                       MOVE 'ALTA SOBRE CUENTA EXISTENTE' TO DIF-MOTIVO
                       PERFORM 3300-ANOMALIA
                   END-IF
                   MOVE SRT-IMAGEN TO REC-FILEI
                   MOVE 'S' TO WS-CTA-EXISTE
                   ADD 1 TO WS-CNT-ALTAS
               WHEN SRT-APUNTE
                   IF NOT CUENTA-EXISTE
                       MOVE 'APUNTE DE CUENTA INEXISTENTE'
                           TO DIF-MOTIVO
                       PERFORM 3300-ANOMALIA
                   ELSE
                       PERFORM 3400-APLICAR-APUNTE
                   END-IF
               WHEN SRT-CAMBIO
                   IF NOT CUENTA-EXISTE
                       MOVE 'CAMBIO DE CUENTA INEXISTENTE'
                           TO DIF-MOTIVO
                       PERFORM 3300-ANOMALIA
                   ELSE
                       MOVE REC-BALANCE TO WS-SALDO-GUARDADO
                       MOVE REC-LAST-ACT-DATE TO WS-ACT-GUARDADA
                       MOVE SRT-IMAGEN TO REC-FILEI
                       MOVE WS-SALDO-GUARDADO TO REC-BALANCE
                       MOVE WS-ACT-GUARDADA TO REC-LAST-ACT-DATE
                       ADD 1 TO WS-CNT-CAMBIOS
                   END-IF
           END-EVALUATE.

      * Linea de anomalia de replica (cambio que no encaja con el
      *  estado de la cuenta); el motivo ya viene puesto.
       3300-ANOMALIA.
           MOVE WS-CTA-ACTUAL TO DIF-ACCT-NUM
           MOVE SRT-FECHA TO DIF-FECHA
           MOVE SRT-JRN-TYPE TO DIF-TIPO
           MOVE SPACES TO DIF-REPLICADO-X
           MOVE SPACES TO DIF-CONTRASTE-X
           MOVE SPACES TO DIF-DIFERENCIA-X
           MOVE WS-LINEA-DIF TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           ADD 1 TO WS-CNT-ANOMALIAS.

      * Apunte del diario sobre la cuenta en curso. Solo se informa
      *  el primer descuadre de cada cuenta: a partir de ahi todos
      *  sus apuntes arrastran la misma diferencia.
       3400-APLICAR-APUNTE.
           IF SRT-SIGNO = '-'
               SUBTRACT SRT-AMOUNT FROM REC-BALANCE
           ELSE
               ADD SRT-AMOUNT TO REC-BALANCE
           END-IF
           IF SRT-ACTIVIDAD
               MOVE SRT-FECHA TO REC-LAST-ACT-DATE
               IF REC-ST-INACTIVA
                   MOVE 'A' TO REC-STATUS
               END-IF
           END-IF
           ADD 1 TO WS-CNT-APUNTES

           MOVE SRT-SALDO TO WS-SALDO-DIARIO
           IF SRT-SALDO-SIGNO = '-'
               COMPUTE WS-SALDO-DIARIO = ZERO - WS-SALDO-DIARIO
           END-IF
           IF REC-BALANCE NOT = WS-SALDO-DIARIO
              AND NOT CUENTA-DESCUADRADA
               MOVE 'S' TO WS-CTA-DESCUADRE
               MOVE REC-ACCT-NUM TO DIF-ACCT-NUM
               MOVE 'SALDO DISTINTO DEL DIARIO' TO DIF-MOTIVO
               MOVE SRT-FECHA TO DIF-FECHA
               MOVE SRT-JRN-TYPE TO DIF-TIPO
               MOVE REC-BALANCE TO DIF-REPLICADO
               MOVE WS-SALDO-DIARIO TO DIF-CONTRASTE
               COMPUTE WS-DIFERENCIA = REC-BALANCE - WS-SALDO-DIARIO
               MOVE WS-DIFERENCIA TO DIF-DIFERENCIA
               MOVE WS-LINEA-DIF TO REC-FILERP
               PERFORM 8100-WRITE-LINEA
               ADD 1 TO WS-CNT-DESC-DIARIO
           END-IF.

      * Cuenta ya replicada: se graba en el maestro nuevo o se
      *  contrasta con el vivo, segun el modo.
       4000-EMITIR-CUENTA.
           ADD 1 TO WS-CNT-RECONSTRUIDAS
           ADD REC-BALANCE TO WS-TOT-BALANCE
           IF PARM-MODE-RECONSTRUIR
               WRITE REC-FILEO FROM REC-FILEI
               IF FS-FILEO NOT = '00'
                   DISPLAY 'APPB034: ERROR ESCRIBIENDO NUEVOMA - FILE'
                           ' STATUS ' FS-FILEO ' CUENTA ' REC-ACCT-NUM
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
           ELSE
               PERFORM 4100-CONTRASTAR-VIVO
           END-IF.

      * Casa la cuenta replicada con el maestro vivo, que tambien va
      *  en orden de cuenta: lo que el vivo tenga antes no existe en
      *  la replica; si la cuenta esta en los dos se comparan saldos.
       4100-CONTRASTAR-VIVO.
           PERFORM UNTIL VIVO-AT-END
                      OR VIV-ACCT-NUM NOT < REC-ACCT-NUM
               PERFORM 4200-SOLO-EN-VIVO
               PERFORM 3060-READ-FILEI
           END-PERFORM

           MOVE REC-ACCT-NUM TO DIF-ACCT-NUM
           MOVE SPACES TO DIF-FECHA
           MOVE SPACES TO DIF-TIPO
           IF NOT VIVO-AT-END AND VIV-ACCT-NUM = REC-ACCT-NUM
               IF VIV-BALANCE NOT = REC-BALANCE
                   MOVE 'SALDO DISTINTO DEL VIVO' TO DIF-MOTIVO
                   MOVE REC-BALANCE TO DIF-REPLICADO
                   MOVE VIV-BALANCE TO DIF-CONTRASTE
                   COMPUTE WS-DIFERENCIA = REC-BALANCE - VIV-BALANCE
                   MOVE WS-DIFERENCIA TO DIF-DIFERENCIA
                   MOVE WS-LINEA-DIF TO REC-FILERP
                   PERFORM 8100-WRITE-LINEA
                   ADD 1 TO WS-CNT-DESC-VIVO
               END-IF
               PERFORM 3060-READ-FILEI
           ELSE
               MOVE 'NO ESTA EN EL MAESTRO VIVO' TO DIF-MOTIVO
               MOVE REC-BALANCE TO DIF-REPLICADO
               MOVE SPACES TO DIF-CONTRASTE-X
               MOVE SPACES TO DIF-DIFERENCIA-X
               MOVE WS-LINEA-DIF TO REC-FILERP
               PERFORM 8100-WRITE-LINEA
               ADD 1 TO WS-CNT-DESC-VIVO
           END-IF.

      * Cuenta del maestro vivo que la replica no conoce: ni esta en
      *  la copia ni tiene alta fechada dentro de la ventana.
       4200-SOLO-EN-VIVO.
           MOVE VIV-ACCT-NUM TO DIF-ACCT-NUM
           MOVE 'SOLO EN EL MAESTRO VIVO' TO DIF-MOTIVO
           MOVE SPACES TO DIF-FECHA
           MOVE SPACES TO DIF-TIPO
           MOVE SPACES TO DIF-REPLICADO-X
           MOVE VIV-BALANCE TO DIF-CONTRASTE
           MOVE SPACES TO DIF-DIFERENCIA-X
           MOVE WS-LINEA-DIF TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           ADD 1 TO WS-CNT-DESC-VIVO.

      * Resumen final del informe: contadores de la ejecución.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'APUNTES DIARIO LEIDOS:  ' TO CNT-LITERAL
           MOVE WS-JRN-LEIDOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'REGISTROS MANTAUD LEIDOS' TO CNT-LITERAL
           MOVE WS-MNT-LEIDOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CUENTAS EN LA COPIA:    ' TO CNT-LITERAL
           MOVE WS-CNT-COPIA TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'ALTAS REPLICADAS:       ' TO CNT-LITERAL
           MOVE WS-CNT-ALTAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'APUNTES REPLICADOS:     ' TO CNT-LITERAL
           MOVE WS-CNT-APUNTES TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CAMBIOS REPLICADOS:     ' TO CNT-LITERAL
           MOVE WS-CNT-CAMBIOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CUENTAS REPLICADAS:     ' TO CNT-LITERAL
           MOVE WS-CNT-RECONSTRUIDAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'DESCUADRES CON DIARIO:  ' TO CNT-LITERAL
           MOVE WS-CNT-DESC-DIARIO TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           IF PARM-MODE-VERIFICAR
               MOVE 'DESCUADRES CON VIVO:    ' TO CNT-LITERAL
               MOVE WS-CNT-DESC-VIVO TO CNT-VALOR
               MOVE WS-LINEA-CNT TO REC-FILERP
               PERFORM 8100-WRITE-LINEA
           END-IF
           MOVE 'ANOMALIAS DE REPLICA:   ' TO CNT-LITERAL
           MOVE WS-CNT-ANOMALIAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'SALDO TOTAL REPLICADO:  ' TO TOT-LITERAL
           MOVE WS-TOT-BALANCE TO TOT-VALOR
           MOVE WS-LINEA-TOT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILERP AFTER ADVANCING 1 LINE
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB034: ERROR ESCRIBIENDO RECREP - FILE STAT'
                       'US ' FS-FILERP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILEB-IS-OPEN
               CLOSE FILEB
               IF FS-FILEB NOT = '00'
                   DISPLAY 'APPB034: ERROR CERRANDO COPIAMA - FILE ST'
                           'ATUS ' FS-FILEB
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEB-OPEN
           END-IF

           IF FILEJ-IS-OPEN
               CLOSE FILEJ
               IF FS-FILEJ NOT = '00'
                   DISPLAY 'APPB034: ERROR CERRANDO JOURNAL - FILE STA'
                           'TUS ' FS-FILEJ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEJ-OPEN
           END-IF

           IF FILEM-IS-OPEN
               CLOSE FILEM
               IF FS-FILEM NOT = '00'
                   DISPLAY 'APPB034: ERROR CERRANDO MANTAUD - FILE STA'
                           'TUS ' FS-FILEM
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEM-OPEN
           END-IF

           IF FILEO-IS-OPEN
               CLOSE FILEO
               IF FS-FILEO NOT = '00'
                   DISPLAY 'APPB034: ERROR CERRANDO NUEVOMA - FILE ST'
                           'ATUS ' FS-FILEO
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEO-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB034: ERROR CERRANDO FILEIN - FILE STAT'
                           'US ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILERP-IS-OPEN
               CLOSE FILERP
               IF FS-FILERP NOT = '00'
                   DISPLAY 'APPB034: ERROR CERRANDO RECREP - FILE STAT'
                           'US ' FS-FILERP
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
