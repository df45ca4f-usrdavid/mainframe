      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB033.
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
      * FILEB es el maestro de sucursales indexado por BRT-CODE: de
      *  el salen el estado y la region de la sucursal que se cierra
      *  y de la que la sucede. En la migracion real se abre en I-O
      *  para cerrar la sucursal de origen una vez vacia.
           SELECT FILEB ASSIGN TO SUCURSAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRT-CODE
           FILE STATUS IS FS-FILEB.

      * FILEI es el maestro de cuentas indexado, recorrido de
      *  principio a fin: en simulacion solo se lee; en la migracion
      *  real se abre en I-O y cada cuenta de la sucursal de origen
      *  se rescribe con el codigo de la sucesora.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEM es el MANTAUD de APPB007: cada cuenta trasladada deja
      *  su imagen antes/despues como un cambio (C) mas, en lugar de
      *  los cientos de transacciones C que habia que teclear.
           SELECT FILEM ASSIGN TO MANTAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEM.

      * FILEA es el SUCAUD de APPB024: el cierre de la sucursal de
      *  origen al terminar la migracion se audita igual que una
      *  baja de APPB024.
           SELECT FILEA ASSIGN TO SUCAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEA.

      * FILERP es el informe de la migracion: sucursales, cuentas
      *  trasladadas y cuadro por tipo de cuenta antes y despues.
           SELECT FILERP ASSIGN TO MIGREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILERP.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Maestro de sucursales, descrito en su propio copy.
       FD  FILEB
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-BRCH.
           COPY BRCHREC.

       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Auditoria del maestro de cuentas, mismo layout que el
      *  REC-FILEA de APPB007 (con su fecha de proceso AAAAMMDD).
       FD  FILEM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEM.
       01 REC-FILEM.
           05 MAU-ACTION           PIC X(01).
           05 MAU-IMAGEN-ANTES     PIC X(93).
           05 MAU-IMAGEN-DESPUES   PIC X(93).
           05 MAU-FECHA            PIC 9(08).

      * Auditoria del maestro de sucursales, mismo layout que el
      *  REC-FILEA de APPB024.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEA.
       01 REC-FILEA.
           05 AUD-ACTION           PIC X(01).
           05 AUD-IMAGEN-ANTES     PIC X(40).
           05 AUD-IMAGEN-DESPUES   PIC X(40).

       FD  FILERP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILERP.
       01 REC-FILERP               PIC X(132).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEB   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEM   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILERP  PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILEB-OPEN    PIC X VALUE 'N'.
           88 FILEB-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEM-OPEN    PIC X VALUE 'N'.
           88 FILEM-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

      * Datos de las dos sucursales, tomados del maestro al validar.
       01 WS-ORIGEN-NOMBRE     PIC X(30) VALUE SPACES.
       01 WS-ORIGEN-REGION     PIC X(03) VALUE SPACES.
       01 WS-ORIGEN-ESTADO     PIC X(01) VALUE SPACES.
       01 WS-DESTINO-NOMBRE    PIC X(30) VALUE SPACES.
       01 WS-DESTINO-REGION    PIC X(03) VALUE SPACES.
       01 WS-DESTINO-ESTADO    PIC X(01) VALUE SPACES.

      * Contadores para el resumen final del informe.
       01 WS-CTA-LEIDAS        PIC 9(09) VALUE ZERO.
       01 WS-CNT-TRASLADADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-AVISOS        PIC 9(09) VALUE ZERO.

      * Cuadro por tipo de cuenta: cuentas y saldo de la sucursal
      *  de origen y de la sucesora antes de la migracion; el
      *  despues de la sucesora es la suma de ambas (en simulacion,
      *  lo que quedaria) y el de origen queda vacio.
       01 WS-TIP-CNT           PIC 9(03) VALUE ZERO.
       01 WS-TIP-TAB.
           05 WS-TIP-ENTRADA OCCURS 100.
               10 WS-TIP-TYPE          PIC X(02).
               10 WS-TIP-ORI-CNT       PIC 9(07).
               10 WS-TIP-ORI-BALANCE   PIC S9(11)V99.
               10 WS-TIP-DES-CNT       PIC 9(07).
               10 WS-TIP-DES-BALANCE   PIC S9(11)V99.
       01 WS-TIP-IDX           PIC 9(03) VALUE ZERO.
       01 WS-TIP-USO           PIC 9(03) VALUE ZERO.

      * Totales del cuadro.
       01 WS-TOT-ORI-CNT       PIC 9(09) VALUE ZERO.
       01 WS-TOT-ORI-BALANCE   PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-DES-CNT       PIC 9(09) VALUE ZERO.
       01 WS-TOT-DES-BALANCE   PIC S9(11)V99 VALUE ZERO.
       01 WS-DESPUES-CNT       PIC 9(09) VALUE ZERO.
       01 WS-DESPUES-BALANCE   PIC S9(11)V99 VALUE ZERO.

      * Fecha de proceso completa AAAAMMDD que se graba en cada
      *  registro de auditoria del maestro de cuentas: el año se
      *  toma del sistema, como en APPB005.
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).

      * Imagenes anteriores para los registros de auditoria.
       01 WS-IMAGEN-CTA-ANTES  PIC X(93) VALUE SPACES.
       01 WS-IMAGEN-SUC-ANTES  PIC X(40) VALUE SPACES.

      * Cabecera del informe de migracion.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(37)
               VALUE 'MIGRACION DE SUCURSAL       - APPB033'.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(15)
               VALUE 'FECHA PROCESO: '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).
           05 FILLER               PIC X(09) VALUE '   MODO: '.
           05 H1-MODO              PIC X(10).

      * Linea de datos de una sucursal (origen o sucesora).
       01 WS-LINEA-SUC.
           05 SUC-LITERAL          PIC X(18).
           05 SUC-CODE             PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SUC-NOMBRE           PIC X(30).
           05 FILLER               PIC X(09) VALUE '  REGION '.
           05 SUC-REGION           PIC X(03).
           05 FILLER               PIC X(09) VALUE '  ESTADO '.
           05 SUC-ESTADO           PIC X(01).

      * Linea de aviso o de texto libre del informe.
       01 WS-LINEA-AVISO.
           05 AVI-TEXTO            PIC X(60).
           05 AVI-CODE             PIC X(04).

      * Linea de cuenta trasladada (o que se trasladaria).
       01 WS-LINEA-TRAS.
           05 FILLER               PIC X(08) VALUE 'CUENTA: '.
           05 TRA-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(08) VALUE '  TIPO '.
           05 TRA-TYPE             PIC X(02).
           05 FILLER               PIC X(09) VALUE '  ESTADO '.
           05 TRA-STATUS           PIC X(01).
           05 FILLER               PIC X(08) VALUE '  SALDO '.
           05 TRA-SALDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(11) VALUE '  CLIENTE '.
           05 TRA-CUST-ID          PIC 9(08).

      * Cabecera del cuadro por tipo de cuenta.
       01 WS-LINEA-TIP-H.
           05 FILLER               PIC X(06) VALUE 'TIPO'.
           05 FILLER               PIC X(28)
               VALUE 'ORIGEN ANTES'.
           05 FILLER               PIC X(28)
               VALUE 'SUCESORA ANTES'.
           05 FILLER               PIC X(28)
               VALUE 'SUCESORA DESPUES'.
           05 FILLER               PIC X(28)
               VALUE 'ORIGEN DESPUES'.

      * Linea del cuadro: cuentas y saldo de cada columna.
       01 WS-LINEA-TIP.
           05 TIP-TYPE             PIC X(06).
           05 TIP-ORI-CNT          PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TIP-ORI-BALANCE      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 TIP-DES-CNT          PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TIP-DES-BALANCE      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 TIP-DSP-CNT          PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TIP-DSP-BALANCE      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 TIP-ODS-CNT          PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TIP-ODS-BALANCE      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(24).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-RUN-MODE: S = simulacion (no toca nada, solo informa
      *  de lo que se haria, para que la red de sucursales firme),
      *  A = aplicar la migracion. PARM-PROC-DATE es la fecha de
      *  proceso MMDD del informe. Despues, la sucursal que se cierra
      *  y la que la sucede.
       01 PARMS.
           05 PARM-RUN-MODE      PIC X(01).
               88 PARM-MODE-SIMULACION VALUE 'S'.
               88 PARM-MODE-APLICAR    VALUE 'A'.
           05 PARM-PROC-DATE     PIC X(04).
           05 PARM-SUC-ORIGEN    PIC X(04).
           05 PARM-SUC-DESTINO   PIC X(04).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 1000-OPEN-FILES

           PERFORM 1500-VALIDAR-SUCURSALES

           PERFORM 1100-CABECERA-INFORME

           PERFORM 2000-READ-NEXT-CUENTA

           PERFORM UNTIL FS-FILEI = '10'
               ADD 1 TO WS-CTA-LEIDAS
               PERFORM 2100-TRATAR-CUENTA
               PERFORM 2000-READ-NEXT-CUENTA
           END-PERFORM

           IF PARM-MODE-APLICAR
               PERFORM 5000-CERRAR-ORIGEN
           END-IF

           PERFORM 8000-RESUMEN-INFORME

           PERFORM 9000-CLOSE-FILES

           IF WS-CNT-AVISOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * El modo debe ser S o A, la fecha numerica y las dos
      *  sucursales venir informadas y ser distintas.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB033: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF NOT PARM-MODE-SIMULACION AND NOT PARM-MODE-APLICAR
               DISPLAY 'APPB033: ERROR - PARM-RUN-MODE INVALIDO: '
                       PARM-RUN-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB033: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-SUC-ORIGEN = SPACES OR PARM-SUC-DESTINO = SPACES
               DISPLAY 'APPB033: ERROR - FALTA LA SUCURSAL DE ORIGEN '
                       'O LA SUCESORA'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-SUC-ORIGEN = PARM-SUC-DESTINO
               DISPLAY 'APPB033: ERROR - SUCURSAL DE ORIGEN Y SUCESOR'
                       'A SON LA MISMA: ' PARM-SUC-ORIGEN
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

      * Si el proceso del 31/12 se lanza ya en enero, el año del
      *  sistema va uno por delante del de la fecha de proceso.
           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse. En simulacion los maestros se abren solo en
      *  lectura y las auditorias ni se abren: nada queda escrito.
       1000-OPEN-FILES.
           IF PARM-MODE-APLICAR
               OPEN I-O FILEB
           ELSE
               OPEN INPUT FILEB
           END-IF
           IF FS-FILEB NOT = '00'
               DISPLAY 'APPB033: ERROR ABRIENDO SUCURSAL - FILE STATU'
                       'S ' FS-FILEB
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEB-OPEN

           IF PARM-MODE-APLICAR
               OPEN I-O FILEI
           ELSE
               OPEN INPUT FILEI
           END-IF
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB033: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           IF PARM-MODE-APLICAR
               OPEN EXTEND FILEM
               IF FS-FILEM NOT = '00'
                   DISPLAY 'APPB033: ERROR ABRIENDO MANTAUD - FILE ST'
                           'ATUS ' FS-FILEM
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE 'Y' TO WS-FILEM-OPEN

               OPEN EXTEND FILEA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB033: ERROR ABRIENDO SUCAUD - FILE STA'
                           'TUS ' FS-FILEA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE 'Y' TO WS-FILEA-OPEN
           END-IF

           OPEN OUTPUT FILERP
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB033: ERROR ABRIENDO MIGREP - FILE STATUS '
                       FS-FILERP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILERP-OPEN.

      * Cabecera del informe: fecha, modo y las dos sucursales.
      *  Si no son de la misma region se avisa (RC 4) pero se
      *  sigue: la red de sucursales lo ve en la simulacion.
       1100-CABECERA-INFORME.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           IF PARM-MODE-APLICAR
               MOVE 'REAL' TO H1-MODO
           ELSE
               MOVE 'SIMULACION' TO H1-MODO
           END-IF
           MOVE WS-LINEA-H1 TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA

           MOVE 'SUCURSAL ORIGEN:  ' TO SUC-LITERAL
           MOVE PARM-SUC-ORIGEN TO SUC-CODE
           MOVE WS-ORIGEN-NOMBRE TO SUC-NOMBRE
           MOVE WS-ORIGEN-REGION TO SUC-REGION
           MOVE WS-ORIGEN-ESTADO TO SUC-ESTADO
           MOVE WS-LINEA-SUC TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'SUCURSAL SUCESORA:' TO SUC-LITERAL
           MOVE PARM-SUC-DESTINO TO SUC-CODE
           MOVE WS-DESTINO-NOMBRE TO SUC-NOMBRE
           MOVE WS-DESTINO-REGION TO SUC-REGION
           MOVE WS-DESTINO-ESTADO TO SUC-ESTADO
           MOVE WS-LINEA-SUC TO REC-FILERP
           PERFORM 8100-WRITE-LINEA

           IF WS-ORIGEN-REGION NOT = WS-DESTINO-REGION
               MOVE 'AVISO: SUCESORA EN OTRA REGION QUE EL ORIGEN'
                   TO AVI-TEXTO
               MOVE SPACES TO AVI-CODE
               MOVE WS-LINEA-AVISO TO REC-FILERP
               PERFORM 8100-WRITE-LINEA
               ADD 1 TO WS-CNT-AVISOS
           END-IF

           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * La sucursal de origen debe existir (abierta o ya cerrada por
      *  APPB024 antes de esta migracion); la sucesora debe existir y
      *  estar abierta. Cualquier fallo para el job antes de tocar
      *  una sola cuenta.
       1500-VALIDAR-SUCURSALES.
           MOVE PARM-SUC-ORIGEN TO BRT-CODE
           PERFORM 4000-READ-SUCURSAL
           IF FS-FILEB = '23'
               DISPLAY 'APPB033: ERROR - LA SUCURSAL DE ORIGEN NO EXI'
                       'STE: ' PARM-SUC-ORIGEN
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE BRT-NOMBRE TO WS-ORIGEN-NOMBRE
           MOVE BRT-REGION TO WS-ORIGEN-REGION
           MOVE BRT-ESTADO TO WS-ORIGEN-ESTADO

           MOVE PARM-SUC-DESTINO TO BRT-CODE
           PERFORM 4000-READ-SUCURSAL
           IF FS-FILEB = '23'
               DISPLAY 'APPB033: ERROR - LA SUCURSAL SUCESORA NO EXIS'
                       'TE: ' PARM-SUC-DESTINO
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           IF NOT BRT-ST-ABIERTA
               DISPLAY 'APPB033: ERROR - LA SUCURSAL SUCESORA NO ESTA'
                       ' ABIERTA: ' PARM-SUC-DESTINO
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE BRT-NOMBRE TO WS-DESTINO-NOMBRE
           MOVE BRT-REGION TO WS-DESTINO-REGION
           MOVE BRT-ESTADO TO WS-DESTINO-ESTADO.

      * Lectura secuencial siguiente del maestro de cuentas.
       2000-READ-NEXT-CUENTA.
           READ FILEI NEXT RECORD
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB033: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Cada cuenta de la sucesora suma a su columna de antes; cada
      *  cuenta de la sucursal de origen (abierta, inactiva o
      *  cerrada: todo el historial pasa) suma a la suya y se
      *  traslada, o en simulacion solo se lista.
       2100-TRATAR-CUENTA.
           IF REC-BRANCH-CODE = PARM-SUC-DESTINO
               PERFORM 2200-BUSCAR-TIPO
               ADD 1 TO WS-TIP-DES-CNT (WS-TIP-IDX)
               ADD REC-BALANCE TO WS-TIP-DES-BALANCE (WS-TIP-IDX)
           END-IF

           IF REC-BRANCH-CODE = PARM-SUC-ORIGEN
               PERFORM 2200-BUSCAR-TIPO
               ADD 1 TO WS-TIP-ORI-CNT (WS-TIP-IDX)
               ADD REC-BALANCE TO WS-TIP-ORI-BALANCE (WS-TIP-IDX)
               IF PARM-MODE-APLICAR
                   PERFORM 3000-TRASLADAR-CUENTA
               END-IF
               MOVE REC-ACCT-NUM TO TRA-ACCT-NUM
               MOVE REC-ACCT-TYPE TO TRA-TYPE
               MOVE REC-STATUS TO TRA-STATUS
               MOVE REC-BALANCE TO TRA-SALDO
               MOVE REC-CUST-ID TO TRA-CUST-ID
               MOVE WS-LINEA-TRAS TO REC-FILERP
               PERFORM 8100-WRITE-LINEA
               ADD 1 TO WS-CNT-TRASLADADAS
           END-IF.

      * Busca (o da de alta) el tipo de la cuenta en el cuadro.
       2200-BUSCAR-TIPO.
           MOVE ZERO TO WS-TIP-IDX
           MOVE 1 TO WS-TIP-USO
           PERFORM UNTIL WS-TIP-USO > WS-TIP-CNT OR WS-TIP-IDX > 0
               IF WS-TIP-TYPE (WS-TIP-USO) = REC-ACCT-TYPE
                   MOVE WS-TIP-USO TO WS-TIP-IDX
               END-IF
               ADD 1 TO WS-TIP-USO
           END-PERFORM

           IF WS-TIP-IDX = 0
               IF WS-TIP-CNT = 100
                   DISPLAY 'APPB033: ERROR - MAS DE 100 TIPOS DE CUENT'
                           'A EN LAS DOS SUCURSALES'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               ADD 1 TO WS-TIP-CNT
               MOVE WS-TIP-CNT TO WS-TIP-IDX
               MOVE REC-ACCT-TYPE TO WS-TIP-TYPE (WS-TIP-IDX)
               MOVE ZERO TO WS-TIP-ORI-CNT (WS-TIP-IDX)
               MOVE ZERO TO WS-TIP-ORI-BALANCE (WS-TIP-IDX)
               MOVE ZERO TO WS-TIP-DES-CNT (WS-TIP-IDX)
               MOVE ZERO TO WS-TIP-DES-BALANCE (WS-TIP-IDX)
           END-IF.

      * Traslada la cuenta a la sucesora: rescribe el maestro y deja
      *  la imagen antes/despues en el MANTAUD como un cambio (C) de
      *  APPB007. El saldo no se toca.
       3000-TRASLADAR-CUENTA.
           MOVE REC-FILEI TO WS-IMAGEN-CTA-ANTES
           MOVE PARM-SUC-DESTINO TO REC-BRANCH-CODE
           REWRITE REC-FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB033: ERROR RESCRIBIENDO FILEIN - FILE STA'
                       'TUS ' FS-FILEI
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE 'C' TO MAU-ACTION
           MOVE WS-IMAGEN-CTA-ANTES TO MAU-IMAGEN-ANTES
           MOVE REC-FILEI TO MAU-IMAGEN-DESPUES
           MOVE WS-PROC-DATE-FULL TO MAU-FECHA
           WRITE REC-FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB033: ERROR ESCRIBIENDO MANTAUD - FILE STA'
                       'TUS ' FS-FILEM
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Lectura aleatoria del maestro de sucursales por BRT-CODE
      *  (la clave ya viene puesta por el parrafo que llama). El
      *  File Status 23 (no encontrado) NO es error aqui: es la
      *  señal que los parrafos de arriba convierten en error de
      *  parametros.
       4000-READ-SUCURSAL.
           READ FILEB
           END-READ
           IF FS-FILEB = '00' OR FS-FILEB = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB033: ERROR LEYENDO SUCURSAL - FILE STATUS '
                       FS-FILEB
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Con la sucursal de origen ya vacia (todas sus cuentas se
      *  acaban de trasladar) se cierra (BRT-ESTADO = C) con su
      *  auditoria, igual que una baja de APPB024. Si ya venia
      *  cerrada no hay nada que hacer.
       5000-CERRAR-ORIGEN.
           MOVE PARM-SUC-ORIGEN TO BRT-CODE
           PERFORM 4000-READ-SUCURSAL
           IF FS-FILEB = '00' AND NOT BRT-ST-CERRADA
               MOVE REC-BRCH TO WS-IMAGEN-SUC-ANTES
               MOVE 'C' TO BRT-ESTADO
               REWRITE REC-BRCH
               IF FS-FILEB NOT = '00'
                   DISPLAY 'APPB033: ERROR RESCRIBIENDO SUCURSAL - FI'
                           'LE STATUS ' FS-FILEB
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE 'D' TO AUD-ACTION
               MOVE WS-IMAGEN-SUC-ANTES TO AUD-IMAGEN-ANTES
               MOVE REC-BRCH TO AUD-IMAGEN-DESPUES
               WRITE REC-FILEA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB033: ERROR ESCRIBIENDO SUCAUD - FILE '
                           'STATUS ' FS-FILEA
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               MOVE 'C' TO WS-ORIGEN-ESTADO
           END-IF.

      * Resumen final: cuadro por tipo de cuenta antes y despues,
      *  totales y contadores de la ejecución.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE WS-LINEA-TIP-H TO REC-FILERP
           PERFORM 8100-WRITE-LINEA

           MOVE 1 TO WS-TIP-IDX
           PERFORM UNTIL WS-TIP-IDX > WS-TIP-CNT
               MOVE WS-TIP-TYPE (WS-TIP-IDX) TO TIP-TYPE
               MOVE WS-TIP-ORI-CNT (WS-TIP-IDX) TO TIP-ORI-CNT
               MOVE WS-TIP-ORI-BALANCE (WS-TIP-IDX) TO TIP-ORI-BALANCE
               MOVE WS-TIP-DES-CNT (WS-TIP-IDX) TO TIP-DES-CNT
               MOVE WS-TIP-DES-BALANCE (WS-TIP-IDX) TO TIP-DES-BALANCE
               COMPUTE WS-DESPUES-CNT = WS-TIP-ORI-CNT (WS-TIP-IDX)
                                      + WS-TIP-DES-CNT (WS-TIP-IDX)
               COMPUTE WS-DESPUES-BALANCE =
                       WS-TIP-ORI-BALANCE (WS-TIP-IDX)
                     + WS-TIP-DES-BALANCE (WS-TIP-IDX)
               MOVE WS-DESPUES-CNT TO TIP-DSP-CNT
               MOVE WS-DESPUES-BALANCE TO TIP-DSP-BALANCE
               MOVE ZERO TO TIP-ODS-CNT
               MOVE ZERO TO TIP-ODS-BALANCE
               MOVE WS-LINEA-TIP TO REC-FILERP
               PERFORM 8100-WRITE-LINEA
               ADD WS-TIP-ORI-CNT (WS-TIP-IDX) TO WS-TOT-ORI-CNT
               ADD WS-TIP-ORI-BALANCE (WS-TIP-IDX)
                   TO WS-TOT-ORI-BALANCE
               ADD WS-TIP-DES-CNT (WS-TIP-IDX) TO WS-TOT-DES-CNT
               ADD WS-TIP-DES-BALANCE (WS-TIP-IDX)
                   TO WS-TOT-DES-BALANCE
               ADD 1 TO WS-TIP-IDX
           END-PERFORM

           MOVE 'TOTAL' TO TIP-TYPE
           MOVE WS-TOT-ORI-CNT TO TIP-ORI-CNT
           MOVE WS-TOT-ORI-BALANCE TO TIP-ORI-BALANCE
           MOVE WS-TOT-DES-CNT TO TIP-DES-CNT
           MOVE WS-TOT-DES-BALANCE TO TIP-DES-BALANCE
           COMPUTE WS-DESPUES-CNT = WS-TOT-ORI-CNT + WS-TOT-DES-CNT
           COMPUTE WS-DESPUES-BALANCE = WS-TOT-ORI-BALANCE
                                      + WS-TOT-DES-BALANCE
           MOVE WS-DESPUES-CNT TO TIP-DSP-CNT
           MOVE WS-DESPUES-BALANCE TO TIP-DSP-BALANCE
           MOVE ZERO TO TIP-ODS-CNT
           MOVE ZERO TO TIP-ODS-BALANCE
           MOVE WS-LINEA-TIP TO REC-FILERP
           PERFORM 8100-WRITE-LINEA

           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CUENTAS LEIDAS:         ' TO CNT-LITERAL
           MOVE WS-CTA-LEIDAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           IF PARM-MODE-APLICAR
               MOVE 'CUENTAS TRASLADADAS:    ' TO CNT-LITERAL
           ELSE
               MOVE 'CUENTAS A TRASLADAR:    ' TO CNT-LITERAL
           END-IF
           MOVE WS-CNT-TRASLADADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA

           IF PARM-MODE-APLICAR
               MOVE 'SUCURSAL DE ORIGEN VACIA Y CERRADA:' TO AVI-TEXTO
           ELSE
               MOVE 'SIMULACION SIN CAMBIOS; AL APLICAR SE CIERRA:'
                   TO AVI-TEXTO
           END-IF
           MOVE PARM-SUC-ORIGEN TO AVI-CODE
           MOVE WS-LINEA-AVISO TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILERP AFTER ADVANCING 1 LINE
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB033: ERROR ESCRIBIENDO MIGREP - FILE STAT'
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
                   DISPLAY 'APPB033: ERROR CERRANDO SUCURSAL - FILE S'
                           'TATUS ' FS-FILEB
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEB-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB033: ERROR CERRANDO FILEIN - FILE STAT'
                           'US ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILEM-IS-OPEN
               CLOSE FILEM
               IF FS-FILEM NOT = '00'
                   DISPLAY 'APPB033: ERROR CERRANDO MANTAUD - FILE ST'
                           'ATUS ' FS-FILEM
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEM-OPEN
           END-IF

           IF FILEA-IS-OPEN
               CLOSE FILEA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB033: ERROR CERRANDO SUCAUD - FILE STAT'
                           'US ' FS-FILEA
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF

           IF FILERP-IS-OPEN
               CLOSE FILERP
               IF FS-FILERP NOT = '00'
                   DISPLAY 'APPB033: ERROR CERRANDO MIGREP - FILE STAT'
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
