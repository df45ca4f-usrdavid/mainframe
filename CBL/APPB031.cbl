      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB031.
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
      * FILET es el baremo de comisiones por tipo de cuenta: cuota
      *  de mantenimiento, saldo minimo que la exime, cargo por dia
      *  en descubierto, recargo por exceso sobre el limite y el
      *  trato de las cuentas inactivas y cerradas. Sustituye a la
      *  hoja de calculo con la que se venian calculando las
      *  comisiones fuera del sistema.
           SELECT FILET ASSIGN TO COMISION
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILET.

      * FILEI es el mismo maestro de cuentas indexado del resto de
      *  la cadena, en I-O porque las comisiones del mes se cargan
      *  restandolas del saldo de cada cuenta.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEJ es el diario permanente de movimientos por cuenta.
      *  Se lee primero (procedimiento de entrada del SORT) para
      *  reconstruir los dias en descubierto de cada cuenta en el
      *  mes, y despues se reabre en EXTEND para apuntar las
      *  comisiones cargadas, que APPB014 muestra como COMISION en
      *  el extracto mensual.
           SELECT FILEJ ASSIGN TO JOURNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEJ.

      * FILEP es el informe de comisiones por sucursal.
           SELECT FILEP ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEP.

      * FILEC es el registro de control del cargo de comisiones:
      *  los totales del informe en crudo para que la conciliacion
      *  APPB013 los descuente del esperado el dia del cargo.
           SELECT FILEC ASSIGN TO COMCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEC.

      * SFILE es el fichero de trabajo del SORT interno que pone los
      *  apuntes del mes (el diario viene en orden de llegada) en
      *  orden de cuenta y fecha, el mismo orden del maestro, para
      *  casarlos con el en una sola pasada.
           SELECT SFILE ASSIGN TO SORTWK.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Baremo: una linea por tipo de cuenta. Importes en euros con
      *  dos decimales implicitos; saldo de exencion a ceros = la
      *  cuota de mantenimiento no se exime nunca. Trato de
      *  inactivas y cerradas: N sin cargo, M las mismas comisiones
      *  que una cuenta abierta, D solo la cuota de inactividad.
       FD  FILET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILET.
       01 REC-FILET.
           05 CMS-ACCT-TYPE        PIC X(02).
           05 CMS-CUOTA-MANT       PIC 9(5)V99.
           05 CMS-SALDO-EXENCION   PIC 9(9)V99.
           05 CMS-CARGO-DIA-DESC   PIC 9(3)V99.
           05 CMS-RECARGO-EXCESO   PIC 9(5)V99.
           05 CMS-TRATO-INACTIVA   PIC X(01).
           05 CMS-TRATO-CERRADA    PIC X(01).
           05 CMS-CUOTA-INACTIVA   PIC 9(5)V99.
           05 FILLER               PIC X(39).

       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Diario permanente de movimientos aplicados, descrito en su
      *  propio copy (lo comparte con APPB005, APPB010 y APPB014).
       FD  FILEJ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-JRNL.
           COPY JRNLREC.

       FD  FILEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEP.
       01 REC-FILEP                PIC X(132).

      * Registro de control del cargo: fecha, cuentas cargadas,
      *  total cargado y la parte de ese total cargada a cuentas
      *  cerradas, que no estan en el extracto diario y por tanto
      *  no deben entrar en el cuadre de APPB013.
       FD  FILEC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEC.
       01 REC-FILEC.
           05 CCT-PROC-DATE        PIC 9(04).
           05 CCT-CNT-CUENTAS      PIC 9(09).
           05 CCT-COM-TOTAL        PIC 9(11)V99.
           05 CCT-COM-CERRADAS     PIC 9(11)V99.
           05 FILLER               PIC X(01).

       SD  SFILE
           DATA RECORD IS REC-SORT.
       01 REC-SORT.
           05 SRT-ACCT-NUM         PIC 9(10).
           05 SRT-FECHA            PIC 9(08).
           05 SRT-FECHA-R REDEFINES SRT-FECHA.
               10 SRT-FECHA-AAAAMM PIC 9(06).
               10 SRT-FECHA-DD     PIC 9(02).
           05 SRT-SIGNO            PIC X(01).
           05 SRT-AMOUNT           PIC 9(9)V99.
           05 SRT-SALDO-SIGNO      PIC X(01).
           05 SRT-SALDO            PIC 9(9)V99.

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILET   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEJ   PIC X(02) VALUE SPACES.
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FILEC   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILET-OPEN    PIC X VALUE 'N'.
           88 FILET-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEJ-OPEN    PIC X VALUE 'N'.
           88 FILEJ-IS-OPEN        VALUE 'Y'.
       01 WS-FILEP-OPEN    PIC X VALUE 'N'.
           88 FILEP-IS-OPEN        VALUE 'Y'.
       01 WS-FILEC-OPEN    PIC X VALUE 'N'.
           88 FILEC-IS-OPEN        VALUE 'Y'.

      * Indicador de fin del RETURN del SORT en el procedimiento de
      *  salida.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 SORT-AT-END          VALUE 'Y'.

      * Baremo en memoria, cargado de FILET al arrancar; un tipo de
      *  cuenta no puede venir dos veces.
       01 WS-COM-CNT           PIC 9(03) VALUE ZERO.
       01 WS-COM-TAB.
           05 WS-COM-ENTRADA OCCURS 100.
               10 WS-COM-TYPE      PIC X(02).
               10 WS-COM-MANT      PIC 9(5)V99.
               10 WS-COM-EXENCION  PIC 9(9)V99.
               10 WS-COM-DIA-DESC  PIC 9(3)V99.
               10 WS-COM-EXCESO    PIC 9(5)V99.
               10 WS-COM-TRATO-INA PIC X(01).
               10 WS-COM-TRATO-CER PIC X(01).
               10 WS-COM-INACTIVA  PIC 9(5)V99.
       01 WS-COM-BUSCAR        PIC X(02) VALUE SPACES.
       01 WS-COM-IDX           PIC 9(03) VALUE ZERO.
       01 WS-COM-USO           PIC 9(03) VALUE ZERO.
       01 WS-COM-HALLADA       PIC X(01) VALUE 'N'.
           88 COMISION-HALLADA     VALUE 'S'.

      * Trato que corresponde a la cuenta en curso segun su estado:
      *  las abiertas siempre el ordinario; inactivas y cerradas el
      *  que diga el baremo para su tipo.
       01 WS-TRATO             PIC X(01) VALUE SPACES.
           88 TRATO-SIN-CARGO      VALUE 'N'.
           88 TRATO-ORDINARIO      VALUE 'M'.
           88 TRATO-INACTIVIDAD    VALUE 'D'.
           88 TRATO-VALIDO         VALUE 'N' 'M' 'D'.

      * Acumulados por sucursal para el informe; el maestro viene en
      *  orden de cuenta, no de sucursal, asi que se acumula en
      *  tabla y se imprime al final (mismo esquema que APPB010).
       01 WS-SUC-CNT           PIC 9(03) VALUE ZERO.
       01 WS-SUC-TAB.
           05 WS-SUC-ENTRADA OCCURS 500.
               10 WS-SUC-CODE      PIC X(04).
               10 WS-SUC-CUENTAS   PIC 9(09).
               10 WS-SUC-MANT      PIC 9(11)V99.
               10 WS-SUC-DESCUB    PIC 9(11)V99.
               10 WS-SUC-EXCESO    PIC 9(11)V99.
               10 WS-SUC-INACT     PIC 9(11)V99.
               10 WS-SUC-TOTAL     PIC 9(11)V99.
       01 WS-SUC-IDX           PIC 9(03) VALUE ZERO.
       01 WS-SUC-USO           PIC 9(03) VALUE ZERO.

      * Dias en descubierto de la cuenta en curso dentro del mes. Se
      *  cuenta un dia en descubierto cuando el saldo al cierre de
      *  ese dia quedo en negativo: WS-SALDO-DIA es el saldo vivo
      *  (el de apertura del mes y luego el de cada apunte) y
      *  WS-DIA-DESDE el primer dia del mes aun no contado.
       01 WS-DIAS-DESCUB       PIC 9(03) VALUE ZERO.
       01 WS-DIA-DESDE         PIC 9(02) VALUE ZERO.
       01 WS-DIA-FIN           PIC 9(02) VALUE ZERO.
       01 WS-SALDO-DIA         PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-APUNTE    PIC S9(11)V99 VALUE ZERO.

      * Comisiones de la cuenta en curso por clase, su total, el
      *  descubierto y el limite autorizado (con la misma cautela
      *  que APPB016 ante un limite no numerico) y el saldo que se
      *  va dejando en cada apunte del diario.
       01 WS-CARGO-MANT        PIC 9(9)V99 VALUE ZERO.
       01 WS-CARGO-DESCUB      PIC 9(9)V99 VALUE ZERO.
       01 WS-CARGO-EXCESO      PIC 9(9)V99 VALUE ZERO.
       01 WS-CARGO-INACT       PIC 9(9)V99 VALUE ZERO.
       01 WS-CARGO-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-DESCUBIERTO       PIC 9(10)V99 VALUE ZERO.
       01 WS-LIMITE            PIC 9(9)V99 VALUE ZERO.
       01 WS-SALDO-APUNTE      PIC S9(11)V99 VALUE ZERO.
       01 WS-APUNTE-IMPORTE    PIC 9(9)V99 VALUE ZERO.
       01 WS-APUNTE-CONCEPTO   PIC X(01) VALUE SPACES.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD con la que se fechan los
      *  apuntes de comision del diario: el año del sistema mas el
      *  MMDD del PARM, con el mismo ajuste de fin de año que
      *  APPB010. El mes de la fecha es el periodo que se cobra y su
      *  dia el ultimo dia del periodo.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-R REDEFINES WS-PROC-DATE-FULL.
           05 WS-PDF-AAAAMM        PIC 9(06).
           05 WS-PDF-DD            PIC 9(02).

      * Contadores y totales de la ejecución.
       01 WS-REC-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-JRN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-MES-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-CNT-YA-CARGADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-HUERFANOS     PIC 9(09) VALUE ZERO.
       01 WS-CNT-CARGADAS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-EXENTAS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-CARGO     PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-BAREMO    PIC 9(09) VALUE ZERO.
       01 WS-CNT-INACT-CARGO   PIC 9(09) VALUE ZERO.
       01 WS-CNT-CERR-CARGO    PIC 9(09) VALUE ZERO.
       01 WS-TOT-MANT          PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-DESCUB        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-EXCESO        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-INACT         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-CARGADO       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-CERRADAS      PIC 9(11)V99 VALUE ZERO.

      * Cabecera del informe de comisiones.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(33)
               VALUE 'COMISIONES MENSUALES POR SUCURSAL'.
           05 FILLER               PIC X(17)
               VALUE ' - FECHA PROCESO '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Titulos de columna.
       01 WS-LINEA-H2.
           05 FILLER               PIC X(09) VALUE 'SUCURSAL '.
           05 FILLER               PIC X(13) VALUE '      CUENTAS'.
           05 FILLER               PIC X(19)
               VALUE '     MANTENIMIENTO'.
           05 FILLER               PIC X(19)
               VALUE '       DESCUBIERTO'.
           05 FILLER               PIC X(19)
               VALUE '      EXCESO LIMITE'.
           05 FILLER               PIC X(19)
               VALUE '       INACTIVIDAD'.
           05 FILLER               PIC X(19)
               VALUE '       TOTAL CARGO'.

      * Linea por sucursal del informe.
       01 WS-LINEA-SUC.
           05 SUC-CODE             PIC X(04).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 SUC-CUENTAS          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SUC-MANT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SUC-DESCUB           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SUC-EXCESO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SUC-INACT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SUC-TOTAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Linea de totales del informe.
       01 WS-LINEA-TOT.
           05 FILLER               PIC X(09) VALUE 'TOTAL    '.
           05 TOT-CUENTAS          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-MANT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-DESCUB           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-EXCESO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-INACT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-TOTAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Linea de contador del resumen final del informe.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(28).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de cargo MMDD, el ultimo dia del
      *  mes que se cobra (el mismo dia de la liquidacion de
      *  intereses): su mes es el periodo y su dia el numero de
      *  dias del periodo para el cargo por descubierto.
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 1000-OPEN-FILES

           PERFORM 1500-CARGAR-BAREMO

           SORT SFILE
               ON ASCENDING KEY SRT-ACCT-NUM SRT-FECHA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-LEER-JOURNAL
               OUTPUT PROCEDURE IS 3000-CARGAR-COMISIONES

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'APPB031: ERROR EN EL SORT - SORT-RETURN '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 8000-INFORME-COMISIONES

           PERFORM 8500-GRABAR-CONTROL

           PERFORM 9000-CLOSE-FILES

           IF WS-CNT-SIN-BAREMO > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * La fecha de cargo debe venir, ser numerica y ser una fecha
      *  de mes valida (el dia da el numero de dias del periodo).
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB031: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB031: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE(1:2) < '01' OR PARM-PROC-DATE(1:2) > '12'
              OR PARM-PROC-DATE(3:2) < '01'
              OR PARM-PROC-DATE(3:2) > '31'
               DISPLAY 'APPB031: ERROR - PARM-PROC-DATE NO ES UNA FEC'
                       'HA MMDD VALIDA: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

      * Si el cargo del 31/12 se lanza ya en enero (proceso de
      *  madrugada tras fin de año), el año del sistema va uno por
      *  delante del de la fecha de proceso, como en APPB010.
           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF

           MOVE WS-PDF-DD TO WS-DIA-FIN.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; el diario lo abre y lo cierra el propio
      *  procedimiento de entrada del SORT, y lo reabre en EXTEND
      *  el de salida.
       1000-OPEN-FILES.
           OPEN INPUT FILET
           IF FS-FILET NOT = '00'
               DISPLAY 'APPB031: ERROR ABRIENDO COMISION - FILE STATU'
                       'S ' FS-FILET
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILET-OPEN

           OPEN I-O FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB031: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN OUTPUT FILEP
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB031: ERROR ABRIENDO INFORME - FILE STATUS '
                       FS-FILEP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEP-OPEN

           OPEN OUTPUT FILEC
           IF FS-FILEC NOT = '00'
               DISPLAY 'APPB031: ERROR ABRIENDO COMCTL - FILE STATUS '
                       FS-FILEC
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEC-OPEN.

      * Carga del baremo; sin baremo no hay cargo posible, asi que
      *  una tabla vacia es error de montaje, igual que las tarifas
      *  de APPB010. Un tipo repetido tambien: no se sabria cual de
      *  las dos lineas aplicar.
       1500-CARGAR-BAREMO.
           PERFORM 1510-READ-FILET

           PERFORM UNTIL FS-FILET = '10'
               IF WS-COM-CNT = 100
                   DISPLAY 'APPB031: ERROR - MAS DE 100 TIPOS EN EL B'
                           'AREMO'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               IF CMS-CUOTA-MANT NOT NUMERIC
                  OR CMS-SALDO-EXENCION NOT NUMERIC
                  OR CMS-CARGO-DIA-DESC NOT NUMERIC
                  OR CMS-RECARGO-EXCESO NOT NUMERIC
                  OR CMS-CUOTA-INACTIVA NOT NUMERIC
                   DISPLAY 'APPB031: ERROR - BAREMO CON CAMPOS NO NUM'
                           'ERICOS, TIPO ' CMS-ACCT-TYPE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE CMS-TRATO-INACTIVA TO WS-TRATO
               IF NOT TRATO-VALIDO
                   DISPLAY 'APPB031: ERROR - TRATO DE INACTIVAS INVAL'
                           'IDO, TIPO ' CMS-ACCT-TYPE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE CMS-TRATO-CERRADA TO WS-TRATO
               IF NOT TRATO-VALIDO
                   DISPLAY 'APPB031: ERROR - TRATO DE CERRADAS INVALI'
                           'DO, TIPO ' CMS-ACCT-TYPE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE CMS-ACCT-TYPE TO WS-COM-BUSCAR
               PERFORM 3400-BUSCAR-BAREMO
               IF COMISION-HALLADA
                   DISPLAY 'APPB031: ERROR - TIPO DE CUENTA REPETIDO '
                           'EN EL BAREMO: ' CMS-ACCT-TYPE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               ADD 1 TO WS-COM-CNT
               MOVE CMS-ACCT-TYPE TO WS-COM-TYPE (WS-COM-CNT)
               MOVE CMS-CUOTA-MANT TO WS-COM-MANT (WS-COM-CNT)
               MOVE CMS-SALDO-EXENCION TO WS-COM-EXENCION (WS-COM-CNT)
               MOVE CMS-CARGO-DIA-DESC TO WS-COM-DIA-DESC (WS-COM-CNT)
               MOVE CMS-RECARGO-EXCESO TO WS-COM-EXCESO (WS-COM-CNT)
               MOVE CMS-TRATO-INACTIVA TO WS-COM-TRATO-INA (WS-COM-CNT)
               MOVE CMS-TRATO-CERRADA TO WS-COM-TRATO-CER (WS-COM-CNT)
               MOVE CMS-CUOTA-INACTIVA TO WS-COM-INACTIVA (WS-COM-CNT)
               PERFORM 1510-READ-FILET
           END-PERFORM

           IF WS-COM-CNT = ZERO
               DISPLAY 'APPB031: ERROR - EL BAREMO DE COMISIONES VIEN'
                       'E VACIO'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           CLOSE FILET
           MOVE 'N' TO WS-FILET-OPEN.

      * Lectura secuencial del baremo.
       1510-READ-FILET.
           READ FILET
           END-READ
           IF FS-FILET = '00' OR FS-FILET = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB031: ERROR LEYENDO COMISION - FILE STATUS'
                       ' ' FS-FILET
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Procedimiento de entrada del SORT: lee el diario completo y
      *  entrega al SORT los apuntes del mes cobrado hasta la fecha
      *  de cargo inclusive. Si el diario ya trae comisiones con la
      *  fecha de hoy, el cargo ya se hizo: repetirlo cobraria dos
      *  veces el mismo mes, y se para antes de tocar el maestro.
       2000-LEER-JOURNAL.
           OPEN INPUT FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB031: ERROR ABRIENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEJ-OPEN

           PERFORM 2100-READ-FILEJ

           PERFORM UNTIL FS-FILEJ = '10'
               ADD 1 TO WS-JRN-COUNT
               IF JRN-COMISION AND JRN-FECHA = WS-PROC-DATE-FULL
                   ADD 1 TO WS-CNT-YA-CARGADAS
               END-IF
               IF JRN-FECHA(1:6) = WS-PDF-AAAAMM AND
                  JRN-FECHA <= WS-PROC-DATE-FULL
                   ADD 1 TO WS-MES-COUNT
                   MOVE JRN-ACCT-NUM TO SRT-ACCT-NUM
                   MOVE JRN-FECHA TO SRT-FECHA
                   MOVE JRN-SIGNO TO SRT-SIGNO
                   MOVE JRN-AMOUNT TO SRT-AMOUNT
                   MOVE JRN-SALDO-SIGNO TO SRT-SALDO-SIGNO
                   MOVE JRN-SALDO TO SRT-SALDO
                   RELEASE REC-SORT
               END-IF
               PERFORM 2100-READ-FILEJ
           END-PERFORM

           CLOSE FILEJ
           MOVE 'N' TO WS-FILEJ-OPEN

           IF WS-CNT-YA-CARGADAS > 0
               DISPLAY 'APPB031: ERROR - EL DIARIO YA TRAE '
                       WS-CNT-YA-CARGADAS ' APUNTES DE COMISION CON F'
                       'ECHA ' WS-PROC-DATE-FULL '; EL CARGO DE ESTE '
                       'MES YA SE HIZO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Lectura secuencial del diario.
       2100-READ-FILEJ.
           READ FILEJ
           END-READ
           IF FS-FILEJ = '00' OR FS-FILEJ = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB031: ERROR LEYENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Procedimiento de salida del SORT: recorre el maestro en
      *  orden de cuenta casandolo con los apuntes del mes, ya en
      *  ese mismo orden, y carga a cada cuenta sus comisiones. El
      *  diario se reabre aqui en EXTEND para los apuntes de
      *  comision, detras de todo lo ya leido.
       3000-CARGAR-COMISIONES.
           OPEN EXTEND FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB031: ERROR ABRIENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEJ-OPEN

           PERFORM 3100-RETURN-SORT
           PERFORM 3050-READ-FILEI

           PERFORM UNTIL FS-FILEI = '10'
               ADD 1 TO WS-REC-COUNT
               PERFORM 3200-DIAS-DESCUBIERTO
               PERFORM 3300-COMISIONES-CUENTA
               PERFORM 3050-READ-FILEI
           END-PERFORM

      * Lo que quede en el SORT son apuntes de cuentas que ya no
      *  estan en el maestro (purgadas por APPB019).
           PERFORM UNTIL SORT-AT-END
               ADD 1 TO WS-CNT-HUERFANOS
               PERFORM 3100-RETURN-SORT
           END-PERFORM.

      * Lectura secuencial del maestro completo.
       3050-READ-FILEI.
           READ FILEI
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB031: ERROR LEYENDO FILEIN - FILE STATUS '
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

      * Dias en descubierto de la cuenta en curso. Sin apuntes en el
      *  mes, el saldo de hoy fue el de todo el mes. Con apuntes, el
      *  saldo de apertura del mes se reconstruye deshaciendo el
      *  primero (su saldo resultante menos su importe con signo),
      *  y cada cambio de dia cierra el tramo anterior con el saldo
      *  que dejo el ultimo apunte del tramo. Al final se cierra el
      *  tramo que llega hasta el ultimo dia del periodo.
       3200-DIAS-DESCUBIERTO.
           MOVE ZERO TO WS-DIAS-DESCUB
           MOVE 1 TO WS-DIA-DESDE
           MOVE REC-BALANCE TO WS-SALDO-DIA

           PERFORM UNTIL SORT-AT-END
                      OR SRT-ACCT-NUM NOT < REC-ACCT-NUM
               ADD 1 TO WS-CNT-HUERFANOS
               PERFORM 3100-RETURN-SORT
           END-PERFORM

           IF NOT SORT-AT-END AND SRT-ACCT-NUM = REC-ACCT-NUM
               PERFORM 3210-SALDO-DEL-APUNTE
               IF SRT-SIGNO = '-'
                   COMPUTE WS-SALDO-DIA = WS-SALDO-DIA + SRT-AMOUNT
               ELSE
                   COMPUTE WS-SALDO-DIA = WS-SALDO-DIA - SRT-AMOUNT
               END-IF
               PERFORM UNTIL SORT-AT-END
                          OR SRT-ACCT-NUM NOT = REC-ACCT-NUM
                   IF SRT-FECHA-DD > WS-DIA-DESDE
                       IF WS-SALDO-DIA < ZERO
                           COMPUTE WS-DIAS-DESCUB = WS-DIAS-DESCUB
                               + SRT-FECHA-DD - WS-DIA-DESDE
                       END-IF
                       MOVE SRT-FECHA-DD TO WS-DIA-DESDE
                   END-IF
                   PERFORM 3210-SALDO-DEL-APUNTE
                   PERFORM 3100-RETURN-SORT
               END-PERFORM
           END-IF

           IF WS-SALDO-DIA < ZERO
               COMPUTE WS-DIAS-DESCUB = WS-DIAS-DESCUB
                   + WS-DIA-FIN - WS-DIA-DESDE + 1
           END-IF.

      * Saldo resultante del apunte en curso, con su signo.
       3210-SALDO-DEL-APUNTE.
           MOVE SRT-SALDO TO WS-SALDO-DIA
           IF SRT-SALDO-SIGNO = '-'
               COMPUTE WS-SALDO-DIA = ZERO - WS-SALDO-DIA
           END-IF.

      * Comisiones de la cuenta en curso segun su tipo y su estado.
      *  Un tipo sin linea en el baremo no se cobra y se cuenta
      *  aparte (RC=4 al final, para que se complete el baremo).
       3300-COMISIONES-CUENTA.
           MOVE ZERO TO WS-CARGO-MANT
           MOVE ZERO TO WS-CARGO-DESCUB
           MOVE ZERO TO WS-CARGO-EXCESO
           MOVE ZERO TO WS-CARGO-INACT

           MOVE REC-ACCT-TYPE TO WS-COM-BUSCAR
           PERFORM 3400-BUSCAR-BAREMO
           IF NOT COMISION-HALLADA
               ADD 1 TO WS-CNT-SIN-BAREMO
           ELSE
               EVALUATE TRUE
                   WHEN REC-ST-CERRADA
                       MOVE WS-COM-TRATO-CER (WS-COM-USO) TO WS-TRATO
                   WHEN REC-ST-INACTIVA
                       MOVE WS-COM-TRATO-INA (WS-COM-USO) TO WS-TRATO
                   WHEN OTHER
                       MOVE 'M' TO WS-TRATO
               END-EVALUATE

               EVALUATE TRUE
                   WHEN TRATO-ORDINARIO
                       PERFORM 3500-CALCULAR-ORDINARIAS
                   WHEN TRATO-INACTIVIDAD
                       MOVE WS-COM-INACTIVA (WS-COM-USO)
                           TO WS-CARGO-INACT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               COMPUTE WS-CARGO-TOTAL = WS-CARGO-MANT
                   + WS-CARGO-DESCUB + WS-CARGO-EXCESO
                   + WS-CARGO-INACT
                   ON SIZE ERROR
                       DISPLAY 'APPB031: ERROR - COMISION DESBORDADA '
                               'EN LA CUENTA ' REC-ACCT-NUM
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-COMPUTE

               IF WS-CARGO-TOTAL > ZERO
                   PERFORM 3600-APLICAR-CARGO
               ELSE
                   ADD 1 TO WS-CNT-SIN-CARGO
               END-IF
           END-IF.

      * Busca en el baremo la linea del tipo de cuenta pedido.
       3400-BUSCAR-BAREMO.
           MOVE 'N' TO WS-COM-HALLADA
           MOVE ZERO TO WS-COM-USO
           MOVE 1 TO WS-COM-IDX
           PERFORM UNTIL WS-COM-IDX > WS-COM-CNT
                      OR COMISION-HALLADA
               IF WS-COM-TYPE (WS-COM-IDX) = WS-COM-BUSCAR
                   MOVE 'S' TO WS-COM-HALLADA
                   MOVE WS-COM-IDX TO WS-COM-USO
               END-IF
               ADD 1 TO WS-COM-IDX
           END-PERFORM.

      * Comisiones ordinarias: la cuota de mantenimiento salvo que
      *  el saldo llegue al minimo de exencion, el cargo por cada
      *  dia del mes en descubierto y, si hoy el descubierto supera
      *  el limite autorizado (el *EXCESO* de APPB016), el recargo
      *  por exceso. Todo sobre el saldo anterior al cargo.
       3500-CALCULAR-ORDINARIAS.
           IF WS-COM-EXENCION (WS-COM-USO) > ZERO AND
              REC-BALANCE >= WS-COM-EXENCION (WS-COM-USO)
               ADD 1 TO WS-CNT-EXENTAS
           ELSE
               MOVE WS-COM-MANT (WS-COM-USO) TO WS-CARGO-MANT
           END-IF

           COMPUTE WS-CARGO-DESCUB =
               WS-DIAS-DESCUB * WS-COM-DIA-DESC (WS-COM-USO)
               ON SIZE ERROR
                   DISPLAY 'APPB031: ERROR - CARGO POR DESCUBIERTO DE'
                           'SBORDADO EN LA CUENTA ' REC-ACCT-NUM
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-COMPUTE

           IF REC-BALANCE < ZERO
               COMPUTE WS-DESCUBIERTO = ZERO - REC-BALANCE
               IF REC-OVERDRAFT-LIMIT NUMERIC
                   MOVE REC-OVERDRAFT-LIMIT TO WS-LIMITE
               ELSE
                   MOVE ZERO TO WS-LIMITE
               END-IF
               IF WS-DESCUBIERTO > WS-LIMITE
                   MOVE WS-COM-EXCESO (WS-COM-USO) TO WS-CARGO-EXCESO
               END-IF
           END-IF.

      * Carga las comisiones sobre el saldo (pueden dejarlo en
      *  negativo: la comision no pasa por el disponible), rescribe
      *  la cuenta y apunta en el diario una linea por clase de
      *  comision, cada una con el saldo que deja. Como la
      *  capitalizacion de intereses, el cargo NO actualiza
      *  REC-LAST-ACT-DATE: no es actividad del cliente.
       3600-APLICAR-CARGO.
           MOVE REC-BALANCE TO WS-SALDO-APUNTE

           SUBTRACT WS-CARGO-TOTAL FROM REC-BALANCE
               ON SIZE ERROR
                   DISPLAY 'APPB031: ERROR - REC-BALANCE DESBORDADO E'
                           'N LA CUENTA ' REC-ACCT-NUM
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-SUBTRACT

           REWRITE REC-FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB031: ERROR RESCRIBIENDO FILEIN - FILE STA'
                       'TUS ' FS-FILEI
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF WS-CARGO-MANT > ZERO
               MOVE WS-CARGO-MANT TO WS-APUNTE-IMPORTE
               MOVE 'M' TO WS-APUNTE-CONCEPTO
               PERFORM 6000-GRABAR-JOURNAL
           END-IF
           IF WS-CARGO-DESCUB > ZERO
               MOVE WS-CARGO-DESCUB TO WS-APUNTE-IMPORTE
               MOVE 'D' TO WS-APUNTE-CONCEPTO
               PERFORM 6000-GRABAR-JOURNAL
           END-IF
           IF WS-CARGO-EXCESO > ZERO
               MOVE WS-CARGO-EXCESO TO WS-APUNTE-IMPORTE
               MOVE 'X' TO WS-APUNTE-CONCEPTO
               PERFORM 6000-GRABAR-JOURNAL
           END-IF
           IF WS-CARGO-INACT > ZERO
               MOVE WS-CARGO-INACT TO WS-APUNTE-IMPORTE
               MOVE 'N' TO WS-APUNTE-CONCEPTO
               PERFORM 6000-GRABAR-JOURNAL
           END-IF

           PERFORM 3700-ACUMULAR-SUCURSAL

           ADD 1 TO WS-CNT-CARGADAS
           IF REC-ST-INACTIVA
               ADD 1 TO WS-CNT-INACT-CARGO
           END-IF
           IF REC-ST-CERRADA
               ADD 1 TO WS-CNT-CERR-CARGO
               ADD WS-CARGO-TOTAL TO WS-TOT-CERRADAS
           END-IF
           ADD WS-CARGO-MANT TO WS-TOT-MANT
           ADD WS-CARGO-DESCUB TO WS-TOT-DESCUB
           ADD WS-CARGO-EXCESO TO WS-TOT-EXCESO
           ADD WS-CARGO-INACT TO WS-TOT-INACT
           ADD WS-CARGO-TOTAL TO WS-TOT-CARGADO
               ON SIZE ERROR
                   DISPLAY 'APPB031: ERROR - WS-TOT-CARGADO DESBORDAD'
                           'O'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD.

      * Acumula la cuenta recien cargada en la entrada de su
      *  sucursal, creandola si es la primera vez que aparece.
       3700-ACUMULAR-SUCURSAL.
           MOVE ZERO TO WS-SUC-USO
           MOVE 1 TO WS-SUC-IDX
           PERFORM UNTIL WS-SUC-IDX > WS-SUC-CNT
                      OR WS-SUC-USO > ZERO
               IF WS-SUC-CODE (WS-SUC-IDX) = REC-BRANCH-CODE
                   MOVE WS-SUC-IDX TO WS-SUC-USO
               END-IF
               ADD 1 TO WS-SUC-IDX
           END-PERFORM

           IF WS-SUC-USO = ZERO
               IF WS-SUC-CNT = 500
                   DISPLAY 'APPB031: ERROR - MAS DE 500 SUCURSALES'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               ADD 1 TO WS-SUC-CNT
               MOVE WS-SUC-CNT TO WS-SUC-USO
               MOVE REC-BRANCH-CODE TO WS-SUC-CODE (WS-SUC-USO)
               MOVE ZERO TO WS-SUC-CUENTAS (WS-SUC-USO)
               MOVE ZERO TO WS-SUC-MANT (WS-SUC-USO)
               MOVE ZERO TO WS-SUC-DESCUB (WS-SUC-USO)
               MOVE ZERO TO WS-SUC-EXCESO (WS-SUC-USO)
               MOVE ZERO TO WS-SUC-INACT (WS-SUC-USO)
               MOVE ZERO TO WS-SUC-TOTAL (WS-SUC-USO)
           END-IF

           ADD 1 TO WS-SUC-CUENTAS (WS-SUC-USO)
           ADD WS-CARGO-MANT TO WS-SUC-MANT (WS-SUC-USO)
           ADD WS-CARGO-DESCUB TO WS-SUC-DESCUB (WS-SUC-USO)
           ADD WS-CARGO-EXCESO TO WS-SUC-EXCESO (WS-SUC-USO)
           ADD WS-CARGO-INACT TO WS-SUC-INACT (WS-SUC-USO)
           ADD WS-CARGO-TOTAL TO WS-SUC-TOTAL (WS-SUC-USO)
               ON SIZE ERROR
                   DISPLAY 'APPB031: ERROR - TOTAL DE SUCURSAL DESBOR'
                           'DADO: ' REC-BRANCH-CODE
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD.

      * Apunte de comision en el diario permanente: tipo C, cargo
      *  (-), con la clase de comision en JRN-CONCEPTO y el saldo
      *  que deja esta clase sobre las anteriores. Es la linea
      *  COMISION del extracto mensual de APPB014.
       6000-GRABAR-JOURNAL.
           SUBTRACT WS-APUNTE-IMPORTE FROM WS-SALDO-APUNTE
           MOVE REC-ACCT-NUM TO JRN-ACCT-NUM
           MOVE WS-PROC-DATE-FULL TO JRN-FECHA
           MOVE 'C' TO JRN-TYPE
           MOVE '-' TO JRN-SIGNO
           MOVE WS-APUNTE-IMPORTE TO JRN-AMOUNT
           IF WS-SALDO-APUNTE < ZERO
               MOVE '-' TO JRN-SALDO-SIGNO
               COMPUTE JRN-SALDO = ZERO - WS-SALDO-APUNTE
           ELSE
               MOVE '+' TO JRN-SALDO-SIGNO
               MOVE WS-SALDO-APUNTE TO JRN-SALDO
           END-IF
           MOVE WS-APUNTE-CONCEPTO TO JRN-CONCEPTO
           MOVE ZERO TO JRN-FECHA-ORIG
           WRITE REC-JRNL
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB031: ERROR ESCRIBIENDO JOURNAL - FILE STA'
                       'TUS ' FS-FILEJ
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Informe de comisiones: una linea por sucursal, totales y
      *  el resumen de cuentas, con los importes editados igual que
      *  el informe de liquidacion de APPB010.
       8000-INFORME-COMISIONES.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-LINEA-H1 TO REC-FILEP
           PERFORM 8100-WRITE-LINEA
           MOVE WS-LINEA-H2 TO REC-FILEP
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILEP
           PERFORM 8100-WRITE-LINEA

           MOVE 1 TO WS-SUC-IDX
           PERFORM UNTIL WS-SUC-IDX > WS-SUC-CNT
               MOVE WS-SUC-CODE (WS-SUC-IDX) TO SUC-CODE
               MOVE WS-SUC-CUENTAS (WS-SUC-IDX) TO SUC-CUENTAS
               MOVE WS-SUC-MANT (WS-SUC-IDX) TO SUC-MANT
               MOVE WS-SUC-DESCUB (WS-SUC-IDX) TO SUC-DESCUB
               MOVE WS-SUC-EXCESO (WS-SUC-IDX) TO SUC-EXCESO
               MOVE WS-SUC-INACT (WS-SUC-IDX) TO SUC-INACT
               MOVE WS-SUC-TOTAL (WS-SUC-IDX) TO SUC-TOTAL
               MOVE WS-LINEA-SUC TO REC-FILEP
               PERFORM 8100-WRITE-LINEA
               ADD 1 TO WS-SUC-IDX
           END-PERFORM

           MOVE SPACES TO REC-FILEP
           PERFORM 8100-WRITE-LINEA
           MOVE WS-CNT-CARGADAS TO TOT-CUENTAS
           MOVE WS-TOT-MANT TO TOT-MANT
           MOVE WS-TOT-DESCUB TO TOT-DESCUB
           MOVE WS-TOT-EXCESO TO TOT-EXCESO
           MOVE WS-TOT-INACT TO TOT-INACT
           MOVE WS-TOT-CARGADO TO TOT-TOTAL
           MOVE WS-LINEA-TOT TO REC-FILEP
           PERFORM 8100-WRITE-LINEA

           MOVE SPACES TO REC-FILEP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CUENTAS LEIDAS:             ' TO CNT-LITERAL
           MOVE WS-REC-COUNT TO CNT-VALOR
           PERFORM 8200-WRITE-CONTADOR
           MOVE 'CUENTAS CON CARGO:          ' TO CNT-LITERAL
           MOVE WS-CNT-CARGADAS TO CNT-VALOR
           PERFORM 8200-WRITE-CONTADOR
           MOVE '  DE ELLAS INACTIVAS:       ' TO CNT-LITERAL
           MOVE WS-CNT-INACT-CARGO TO CNT-VALOR
           PERFORM 8200-WRITE-CONTADOR
           MOVE '  DE ELLAS CERRADAS:        ' TO CNT-LITERAL
           MOVE WS-CNT-CERR-CARGO TO CNT-VALOR
           PERFORM 8200-WRITE-CONTADOR
           MOVE 'EXENTAS POR SALDO MINIMO:   ' TO CNT-LITERAL
           MOVE WS-CNT-EXENTAS TO CNT-VALOR
           PERFORM 8200-WRITE-CONTADOR
           MOVE 'SIN CARGO ESTE MES:         ' TO CNT-LITERAL
           MOVE WS-CNT-SIN-CARGO TO CNT-VALOR
           PERFORM 8200-WRITE-CONTADOR
           MOVE 'TIPO SIN LINEA EN BAREMO:   ' TO CNT-LITERAL
           MOVE WS-CNT-SIN-BAREMO TO CNT-VALOR
           PERFORM 8200-WRITE-CONTADOR

           DISPLAY 'APPB031: APUNTES LEIDOS DEL DIARIO: ' WS-JRN-COUNT
           DISPLAY 'APPB031: APUNTES DEL PERIODO:       ' WS-MES-COUNT
           DISPLAY 'APPB031: APUNTES SIN CUENTA:        '
                   WS-CNT-HUERFANOS
           DISPLAY 'APPB031: CUENTAS LEIDAS:            ' WS-REC-COUNT
           DISPLAY 'APPB031: CUENTAS CON CARGO:         '
                   WS-CNT-CARGADAS
           MOVE WS-TOT-CARGADO TO TOT-TOTAL
           DISPLAY 'APPB031: TOTAL CARGADO:             ' TOT-TOTAL
           DISPLAY 'APPB031: TIPO SIN LINEA EN BAREMO:  '
                   WS-CNT-SIN-BAREMO.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILEP AFTER ADVANCING 1 LINE
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB031: ERROR ESCRIBIENDO INFORME - FILE STA'
                       'TUS ' FS-FILEP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Linea de contador del resumen del informe.
       8200-WRITE-CONTADOR.
           MOVE SPACES TO REC-FILEP
           MOVE WS-LINEA-CNT TO REC-FILEP
           PERFORM 8100-WRITE-LINEA.

      * Registro de control con los totales del cargo, en crudo
      *  para la conciliacion posterior: APPB013 descuenta del
      *  esperado el total menos lo cargado a cuentas cerradas.
       8500-GRABAR-CONTROL.
           MOVE PARM-PROC-DATE TO CCT-PROC-DATE
           MOVE WS-CNT-CARGADAS TO CCT-CNT-CUENTAS
           MOVE WS-TOT-CARGADO TO CCT-COM-TOTAL
           MOVE WS-TOT-CERRADAS TO CCT-COM-CERRADAS
           WRITE REC-FILEC
           IF FS-FILEC NOT = '00'
               DISPLAY 'APPB031: ERROR ESCRIBIENDO COMCTL - FILE STAT'
                       'US ' FS-FILEC
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILET-IS-OPEN
               CLOSE FILET
               IF FS-FILET NOT = '00'
                   DISPLAY 'APPB031: ERROR CERRANDO COMISION - FILE S'
                           'TATUS ' FS-FILET
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILET-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB031: ERROR CERRANDO FILEIN - FILE STAT'
                           'US ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILEJ-IS-OPEN
               CLOSE FILEJ
               IF FS-FILEJ NOT = '00'
                   DISPLAY 'APPB031: ERROR CERRANDO JOURNAL - FILE ST'
                           'ATUS ' FS-FILEJ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEJ-OPEN
           END-IF

           IF FILEP-IS-OPEN
               CLOSE FILEP
               IF FS-FILEP NOT = '00'
                   DISPLAY 'APPB031: ERROR CERRANDO INFORME - FILE ST'
                           'ATUS ' FS-FILEP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEP-OPEN
           END-IF

           IF FILEC-IS-OPEN
               CLOSE FILEC
               IF FS-FILEC NOT = '00'
                   DISPLAY 'APPB031: ERROR CERRANDO COMCTL - FILE STAT'
                           'US ' FS-FILEC
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEC-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
      *  el job con el RETURN-CODE que puso el parrafo que detecto el
      *  fallo.
       9900-ABEND-STOP.
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
