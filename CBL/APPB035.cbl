      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB035.
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
      * FILEJ es el diario permanente de movimientos (JOURNAL): de el
      *  salen los depositos, retiros y traspasos de la ventana de
      *  seguimiento que termina en la fecha de proceso.
           SELECT FILEJ ASSIGN TO JOURNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEJ.

      * FILEI es el maestro de cuentas, solo consulta: de el salen
      *  el cliente (REC-CUST-ID), la sucursal y el titular de cada
      *  cuenta con movimientos.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEA es el fichero de alertas por numero de caso: primero
      *  se recorre entero (alertas abiertas y ultimo caso usado) y
      *  despues se dan de alta las nuevas.
           SELECT FILEA ASSIGN TO ALERTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-CASO
           FILE STATUS IS FS-FILEA.

      * FILEL es el informe diario de alertas abiertas por sucursal
      *  para cumplimiento normativo, con las de hoy marcadas.
           SELECT FILEL ASSIGN TO ALRREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEL.

      * SFILE es el fichero de trabajo del SORT que reordena los
      *  apuntes del diario por cliente y cuenta.
           SELECT SFILE ASSIGN TO SORTWK.

      * SFILR es el fichero de trabajo del SORT que reordena las
      *  alertas abiertas por sucursal para el informe.
           SELECT SFILR ASSIGN TO SORTWK.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
       FD  FILEJ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-JRNL.
           COPY JRNLREC.

      * Maestro de cuentas, descrito en su propio copy.
       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Alertas de prevencion de blanqueo, descritas en su propio
      *  copy.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-ALERTA.
           COPY ALRTREC.

       FD  FILEL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEL.
       01 REC-FILEL                PIC X(132).

      * Apunte del diario con su cliente. SRT-CTA-GRUPO es ceros si
      *  la cuenta tiene cliente y la propia cuenta si no lo tiene,
      *  para que las cuentas sin cliente no se sumen entre si.
       SD  SFILE
           DATA RECORD IS REC-SORT.
       01 REC-SORT.
           05 SRT-CUST-ID          PIC 9(08).
           05 SRT-CTA-GRUPO        PIC 9(10).
           05 SRT-ACCT-NUM         PIC 9(10).
           05 SRT-FECHA            PIC 9(08).
           05 SRT-BRANCH-CODE      PIC X(04).
           05 SRT-TYPE             PIC X(01).
               88 SRT-ENTRADA          VALUE 'D' 'E'.
               88 SRT-EFECTIVO         VALUE 'D' 'R'.
           05 SRT-AMOUNT           PIC 9(9)V99.
           05 SRT-CONCEPTO         PIC X(01).
               88 SRT-REACTIVACION     VALUE 'I'.

      * Alerta abierta camino del informe por sucursal.
       SD  SFILR
           DATA RECORD IS REC-SORT-INF.
       01 REC-SORT-INF.
           05 SRI-BRANCH-CODE      PIC X(04).
           05 SRI-CASO             PIC 9(10).
           05 SRI-TIPO             PIC X(01).
           05 SRI-CUST-ID          PIC 9(08).
           05 SRI-ACCT-NUM         PIC 9(10).
           05 SRI-CUST-NAME        PIC X(30).
           05 SRI-FECHA-ALTA       PIC 9(08).
           05 SRI-IMPORTE          PIC 9(11)V99.
           05 SRI-IMPORTE-SALIDA   PIC 9(11)V99.
           05 SRI-NUM-MOVS         PIC 9(05).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEJ   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILEL   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILEJ-OPEN    PIC X VALUE 'N'.
           88 FILEJ-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILEL-OPEN    PIC X VALUE 'N'.
           88 FILEL-IS-OPEN        VALUE 'Y'.

      * Indicadores de fin del RETURN de cada SORT.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 SORT-AT-END          VALUE 'Y'.
       01 WS-SORTR-EOF     PIC X VALUE 'N'.
           88 SORTR-AT-END         VALUE 'Y'.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD (ultimo dia de la
      *  ventana) y primer dia de la ventana de seguimiento.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).
       01 WS-FECHA-DESDE       PIC 9(08) VALUE ZERO.
       01 WS-DIA-INT           PIC 9(09) COMP VALUE ZERO.

      * Umbral de declaracion y suelo de la estructuracion (el
      *  porcentaje del umbral a partir del cual un importe se
      *  considera "justo por debajo").
       01 WS-UMBRAL            PIC 9(9)V99 VALUE ZERO.
       01 WS-SUELO-ESTRUCT     PIC 9(9)V99 VALUE ZERO.
       01 WS-MINIMO-SALIDA     PIC 9(11)V99 VALUE ZERO.

      * Ultima cuenta leida del maestro, para no releerla en cada
      *  apunte seguido de la misma cuenta.
       01 WS-ULT-CUENTA        PIC 9(10) VALUE ZERO.
       01 WS-ULT-EXISTE        PIC X VALUE 'N'.
           88 ULT-CUENTA-EXISTE    VALUE 'S'.

      * Cliente en curso y sus acumulados: efectivo del dia, importes
      *  justo por debajo del umbral en la ventana y primera
      *  reactivacion del dia. WS-GRP-ACCT/WS-GRP-BRANCH son la
      *  primera cuenta movida hoy, que es a la que se asignan las
      *  alertas U y E.
       01 WS-GRP-CUST          PIC 9(08) VALUE ZERO.
       01 WS-GRP-CTA           PIC 9(10) VALUE ZERO.
       01 WS-GRP-HOY           PIC X VALUE 'N'.
           88 GRP-MOVIDO-HOY       VALUE 'S'.
       01 WS-GRP-ACCT          PIC 9(10) VALUE ZERO.
       01 WS-GRP-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-GRP-EFE-ENTRA     PIC 9(11)V99 VALUE ZERO.
       01 WS-GRP-EFE-SALE      PIC 9(11)V99 VALUE ZERO.
       01 WS-GRP-EFE-MOVS      PIC 9(05) VALUE ZERO.
       01 WS-GRP-EST-CNT       PIC 9(05) VALUE ZERO.
       01 WS-GRP-EST-IMP       PIC 9(11)V99 VALUE ZERO.
       01 WS-GRP-EST-HOY       PIC X VALUE 'N'.
           88 GRP-ESTRUCT-HOY      VALUE 'S'.
       01 WS-GRP-REA-ACCT      PIC 9(10) VALUE ZERO.
       01 WS-GRP-REA-BRANCH    PIC X(04) VALUE SPACES.
       01 WS-GRP-REA-IMP       PIC 9(9)V99 VALUE ZERO.

      * Cuenta en curso dentro del cliente: entradas y salidas de la
      *  ventana para el transito rapido.
       01 WS-CTA-ACTUAL        PIC 9(10) VALUE ZERO.
       01 WS-CTA-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-CTA-HOY           PIC X VALUE 'N'.
           88 CTA-MOVIDA-HOY       VALUE 'S'.
       01 WS-CTA-ENTRA         PIC 9(11)V99 VALUE ZERO.
       01 WS-CTA-SALE          PIC 9(11)V99 VALUE ZERO.
       01 WS-CTA-MOVS          PIC 9(05) VALUE ZERO.

      * Alerta candidata, montada por el parrafo que la detecta antes
      *  de 4000-ABRIR-ALERTA.
       01 WS-NUEVA-TIPO        PIC X(01) VALUE SPACES.
       01 WS-NUEVA-ACCT        PIC 9(10) VALUE ZERO.
       01 WS-NUEVA-BRANCH      PIC X(04) VALUE SPACES.
       01 WS-NUEVA-IMPORTE     PIC 9(11)V99 VALUE ZERO.
       01 WS-NUEVA-SALIDA      PIC 9(11)V99 VALUE ZERO.
       01 WS-NUEVA-MOVS        PIC 9(05) VALUE ZERO.

      * Ultimo numero de caso del fichero de alertas.
       01 WS-ULT-CASO          PIC 9(10) VALUE ZERO.

      * Alertas abiertas (cliente o cuenta sin cliente, y tipo): las
      *  del fichero mas las que se abren en esta ejecución. Un
      *  cliente con una alerta abierta de un tipo no recibe otra.
       01 WS-ABI-CNT           PIC 9(05) VALUE ZERO.
       01 WS-ABI-IDX           PIC 9(05) VALUE ZERO.
       01 WS-ABI-USO           PIC 9(05) VALUE ZERO.
       01 WS-ABI-TABLA.
           05 WS-ABI OCCURS 5000.
               10 WS-ABI-CUST      PIC 9(08).
               10 WS-ABI-CTA       PIC 9(10).
               10 WS-ABI-TIPO      PIC X(01).

      * Contadores para el resumen final.
       01 WS-JRN-LEIDOS        PIC 9(09) VALUE ZERO.
       01 WS-JRN-VENTANA       PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-CUENTA    PIC 9(09) VALUE ZERO.
       01 WS-CNT-CLIENTES      PIC 9(09) VALUE ZERO.
       01 WS-CNT-YA-ABIERTAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-NUEVAS-U      PIC 9(09) VALUE ZERO.
       01 WS-CNT-NUEVAS-E      PIC 9(09) VALUE ZERO.
       01 WS-CNT-NUEVAS-T      PIC 9(09) VALUE ZERO.
       01 WS-CNT-NUEVAS-I      PIC 9(09) VALUE ZERO.

      * Sucursal de la que se estan imprimiendo alertas; el cambio
      *  de valor respecto a SRI-BRANCH-CODE dispara el subtotal.
       01 WS-BRANCH-ACTUAL     PIC X(04) VALUE SPACES.
       01 WS-HAY-SUCURSAL  PIC X VALUE 'N'.
           88 HAY-SUCURSAL-ABIERTA VALUE 'S'.
       01 WS-BR-CNT            PIC 9(09) VALUE ZERO.
       01 WS-BR-NUEVAS         PIC 9(09) VALUE ZERO.
       01 WS-GT-CNT            PIC 9(09) VALUE ZERO.
       01 WS-GT-NUEVAS         PIC 9(09) VALUE ZERO.

      * Cabecera del informe.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(42)
               VALUE 'ALERTAS DE PREVENCION DE BLANQUEO ABIERTAS'.
           05 FILLER               PIC X(25)
               VALUE ' POR SUCURSAL - FECHA    '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Parametros de la ejecución.
       01 WS-LINEA-H2.
           05 FILLER               PIC X(08) VALUE 'UMBRAL: '.
           05 H2-UMBRAL            PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(11) VALUE '  VENTANA: '.
           05 H2-VENTANA           PIC ZZ9.
           05 FILLER               PIC X(20)
               VALUE ' DIAS  ESTRUCTURAR: '.
           05 H2-PORC-ESTRUCT      PIC Z9.
           05 FILLER               PIC X(05) VALUE '% X  '.
           05 H2-MIN-ESTRUCT       PIC Z9.
           05 FILLER               PIC X(11) VALUE '  SALIDAS: '.
           05 H2-PORC-SALIDA       PIC Z9.
           05 FILLER               PIC X(01) VALUE '%'.

      * Titulos de columna.
       01 WS-LINEA-H3.
           05 FILLER               PIC X(08) VALUE 'SUCURSAL'.
           05 FILLER               PIC X(12) VALUE 'CASO'.
           05 FILLER               PIC X(03) VALUE 'T'.
           05 FILLER               PIC X(09) VALUE 'CLIENTE'.
           05 FILLER               PIC X(11) VALUE 'CUENTA'.
           05 FILLER               PIC X(31) VALUE 'TITULAR'.
           05 FILLER               PIC X(09) VALUE 'ALTA'.
           05 FILLER               PIC X(18)
               VALUE '          IMPORTE '.
           05 FILLER               PIC X(18)
               VALUE '          SALIDAS '.
           05 FILLER               PIC X(07) VALUE '  MOVS '.
           05 FILLER               PIC X(06) VALUE ' AVISO'.

      * Linea de detalle: una alerta abierta.
       01 WS-LINEA-DET.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-BRANCH           PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CASO             PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-TIPO             PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CUST-ID          PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CUST-NAME        PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-FECHA-ALTA       PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-IMPORTE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SALIDA           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 DET-SALIDA-X REDEFINES DET-SALIDA
                                   PIC X(17).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-MOVS             PIC ZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-AVISO            PIC X(05).

      * Subtotal por sucursal.
       01 WS-LINEA-SUB.
           05 FILLER               PIC X(15)
               VALUE 'TOTAL SUCURSAL '.
           05 SUB-BRANCH           PIC X(04).
           05 FILLER               PIC X(02) VALUE ': '.
           05 SUB-CNT              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(12) VALUE ' ABIERTAS   '.
           05 SUB-NUEVAS           PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(07) VALUE ' NUEVAS'.

      * Total general del informe.
       01 WS-LINEA-TOT.
           05 FILLER               PIC X(15)
               VALUE 'TOTAL GENERAL  '.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 TOT-CNT              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(12) VALUE ' ABIERTAS   '.
           05 TOT-NUEVAS           PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(07) VALUE ' NUEVAS'.

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(28).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD, ultimo dia de la
      *  ventana. Despues, todos numericos:
      *  PARM-UMBRAL       umbral de declaracion en unidades enteras;
      *  PARM-VENTANA      dias de la ventana, incluida la fecha de
      *                    proceso;
      *  PARM-PORC-ESTRUCT porcentaje del umbral desde el que un
      *                    importe en efectivo esta "justo por debajo";
      *  PARM-MIN-ESTRUCT  cuantos de esos importes en la ventana son
      *                    estructuracion;
      *  PARM-PORC-SALIDA  porcentaje de lo entrado en una cuenta que
      *                    tiene que volver a salir para ser transito.
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).
           05 PARM-VALORES.
               10 PARM-UMBRAL        PIC 9(09).
               10 PARM-VENTANA       PIC 9(03).
               10 PARM-PORC-ESTRUCT  PIC 9(02).
               10 PARM-MIN-ESTRUCT   PIC 9(02).
               10 PARM-PORC-SALIDA   PIC 9(02).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 1000-OPEN-FILES

           PERFORM 1500-CARGAR-ALERTAS

           SORT SFILE
               ON ASCENDING KEY SRT-CUST-ID SRT-CTA-GRUPO
                                SRT-ACCT-NUM SRT-FECHA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-LEER-DIARIO
               OUTPUT PROCEDURE IS 3000-ANALIZAR-CLIENTES

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'APPB035: ERROR EN EL SORT - SORT-RETURN '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           SORT SFILR
               ON ASCENDING KEY SRI-BRANCH-CODE SRI-CASO
               INPUT PROCEDURE IS 5000-LEER-ALERTAS
               OUTPUT PROCEDURE IS 6000-IMPRIMIR-INFORME

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'APPB035: ERROR EN EL SORT DEL INFORME - SORT-'
                       'RETURN ' SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 9000-CLOSE-FILES

           DISPLAY 'APPB035: ALERTAS ABIERTAS: ' WS-GT-CNT
           DISPLAY 'APPB035: NUEVAS HOY: ' WS-GT-NUEVAS
           DISPLAY 'APPB035: APUNTES SIN CUENTA EN EL MAESTRO: '
                   WS-CNT-SIN-CUENTA
           IF WS-CNT-SIN-CUENTA > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * La fecha de proceso y los valores deben venir numericos y
      *  con sentido; de la fecha sale la fecha completa con el
      *  ajuste de fin de año de APPB005, y de ella y la ventana el
      *  primer dia que se mira.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB035: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB035: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-VALORES NOT NUMERIC
               DISPLAY 'APPB035: ERROR - UMBRALES DEL PARM NO NUMERIC'
                       'OS: ' PARM-VALORES
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-UMBRAL = ZERO OR PARM-VENTANA = ZERO
              OR PARM-PORC-ESTRUCT = ZERO OR PARM-MIN-ESTRUCT < 2
              OR PARM-PORC-SALIDA = ZERO
               DISPLAY 'APPB035: ERROR - UMBRALES DEL PARM FUERA DE R'
                       'ANGO: ' PARM-VALORES
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF

           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WS-PROC-DATE-FULL-N)
               - PARM-VENTANA + 1
           COMPUTE WS-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INT)

           MOVE PARM-UMBRAL TO WS-UMBRAL
           COMPUTE WS-SUELO-ESTRUCT =
               WS-UMBRAL * PARM-PORC-ESTRUCT / 100.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; el diario lo abre y lo cierra el propio
      *  procedimiento de entrada del SORT.
       1000-OPEN-FILES.
           OPEN INPUT FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB035: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

      * Un fichero de alertas recien definido y aun vacio da File
      *  Status 35 en el OPEN I-O: se inicializa abriendolo en
      *  OUTPUT y se vuelve a abrir en I-O.
           OPEN I-O FILEA
           IF FS-FILEA = '35'
               DISPLAY 'APPB035: AVISO - ALERTAS VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEA
               IF FS-FILEA = '00'
                   CLOSE FILEA
                   OPEN I-O FILEA
               END-IF
           END-IF
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB035: ERROR ABRIENDO ALERTAS - FILE STATUS '
                       FS-FILEA
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEA-OPEN

           OPEN OUTPUT FILEL
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB035: ERROR ABRIENDO ALRREP - FILE STATUS '
                       FS-FILEL
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEL-OPEN.

      * Recorre el fichero de alertas entero: el ultimo registro da
      *  el ultimo numero de caso usado, y las abiertas pasan a la
      *  tabla que impide volver a abrirlas.
       1500-CARGAR-ALERTAS.
           PERFORM 1510-READ-NEXT-ALERTA
           PERFORM UNTIL FS-FILEA = '10'
               MOVE ALR-CASO TO WS-ULT-CASO
               IF ALR-ST-ABIERTA
                   PERFORM 1520-ANOTAR-ABIERTA
               END-IF
               PERFORM 1510-READ-NEXT-ALERTA
           END-PERFORM.

      * Lectura secuencial siguiente del fichero de alertas.
       1510-READ-NEXT-ALERTA.
           READ FILEA NEXT RECORD
           END-READ
           IF FS-FILEA = '00' OR FS-FILEA = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB035: ERROR LEYENDO ALERTAS - FILE STATUS '
                       FS-FILEA
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Anota en la tabla la alerta abierta que esta en REC-ALERTA.
      *  La cuenta solo cuenta como clave si no hay cliente.
       1520-ANOTAR-ABIERTA.
           IF WS-ABI-CNT = 5000
               DISPLAY 'APPB035: ERROR - MAS DE 5000 ALERTAS ABIERTAS'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           ADD 1 TO WS-ABI-CNT
           MOVE ALR-CUST-ID TO WS-ABI-CUST (WS-ABI-CNT)
           IF ALR-CUST-ID = ZERO
               MOVE ALR-ACCT-NUM TO WS-ABI-CTA (WS-ABI-CNT)
           ELSE
               MOVE ZERO TO WS-ABI-CTA (WS-ABI-CNT)
           END-IF
           MOVE ALR-TIPO TO WS-ABI-TIPO (WS-ABI-CNT).

      * Procedimiento de entrada del SORT: los depositos, retiros y
      *  traspasos de la ventana, cada uno con el cliente, la cuenta
      *  agrupadora y la sucursal de su cuenta. Intereses, comisiones
      *  y anulaciones no los mueve el cliente y no se miran.
       2000-LEER-DIARIO.
           OPEN INPUT FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB035: ERROR ABRIENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEJ-OPEN

           PERFORM 2100-READ-FILEJ
           PERFORM UNTIL FS-FILEJ = '10'
               ADD 1 TO WS-JRN-LEIDOS
               IF JRN-FECHA NOT < WS-FECHA-DESDE AND
                  JRN-FECHA NOT > WS-PROC-DATE-FULL-N AND
                  (JRN-DEPOSITO OR JRN-RETIRO OR JRN-TRASP-ABONO OR
                   JRN-TRASP-CARGO)
                   ADD 1 TO WS-JRN-VENTANA
                   PERFORM 2200-TRATAR-APUNTE
               END-IF
               PERFORM 2100-READ-FILEJ
           END-PERFORM

           CLOSE FILEJ
           MOVE 'N' TO WS-FILEJ-OPEN.

      * Lectura secuencial del diario.
       2100-READ-FILEJ.
           READ FILEJ
           END-READ
           IF FS-FILEJ = '00' OR FS-FILEJ = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB035: ERROR LEYENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Apunte de la ventana: el cliente sale del maestro (la misma
      *  cuenta seguida solo se lee una vez). Un apunte de una cuenta
      *  que ya no esta en el maestro se cuenta y se salta.
       2200-TRATAR-APUNTE.
           IF JRN-ACCT-NUM NOT = WS-ULT-CUENTA
               MOVE JRN-ACCT-NUM TO WS-ULT-CUENTA
               MOVE JRN-ACCT-NUM TO REC-ACCT-NUM
               READ FILEI
               END-READ
               EVALUATE FS-FILEI
                   WHEN '00'
                       MOVE 'S' TO WS-ULT-EXISTE
                   WHEN '23'
                       MOVE 'N' TO WS-ULT-EXISTE
                   WHEN OTHER
                       DISPLAY 'APPB035: ERROR LEYENDO FILEIN - FILE '
                               'STATUS ' FS-FILEI
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE
           END-IF

           IF NOT ULT-CUENTA-EXISTE
               ADD 1 TO WS-CNT-SIN-CUENTA
           ELSE
               MOVE REC-CUST-ID TO SRT-CUST-ID
               IF REC-CUST-ID = ZERO
                   MOVE JRN-ACCT-NUM TO SRT-CTA-GRUPO
               ELSE
                   MOVE ZERO TO SRT-CTA-GRUPO
               END-IF
               MOVE JRN-ACCT-NUM TO SRT-ACCT-NUM
               MOVE JRN-FECHA TO SRT-FECHA
               MOVE REC-BRANCH-CODE TO SRT-BRANCH-CODE
               MOVE JRN-TYPE TO SRT-TYPE
               MOVE JRN-AMOUNT TO SRT-AMOUNT
               MOVE JRN-CONCEPTO TO SRT-CONCEPTO
               RELEASE REC-SORT
           END-IF.

      * Procedimiento de salida del SORT: recibe los apuntes por
      *  cliente y cuenta. El transito se mira al terminar cada
      *  cuenta; el umbral, la estructuracion y la reactivacion al
      *  terminar cada cliente.
       3000-ANALIZAR-CLIENTES.
           PERFORM 3100-RETURN-SORT

           PERFORM UNTIL SORT-AT-END
               PERFORM 3200-INICIAR-CLIENTE
               PERFORM UNTIL SORT-AT-END
                          OR SRT-CUST-ID NOT = WS-GRP-CUST
                          OR SRT-CTA-GRUPO NOT = WS-GRP-CTA
                   PERFORM 3300-INICIAR-CUENTA
                   PERFORM UNTIL SORT-AT-END
                              OR SRT-CUST-ID NOT = WS-GRP-CUST
                              OR SRT-CTA-GRUPO NOT = WS-GRP-CTA
                              OR SRT-ACCT-NUM NOT = WS-CTA-ACTUAL
                       PERFORM 3400-ACUMULAR-APUNTE
                       PERFORM 3100-RETURN-SORT
                   END-PERFORM
                   PERFORM 3500-EVALUAR-CUENTA
               END-PERFORM
               PERFORM 3600-EVALUAR-CLIENTE
           END-PERFORM.

      * RETURN del fichero de clasificacion de apuntes.
       3100-RETURN-SORT.
           RETURN SFILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      * Nuevo cliente (o cuenta sin cliente): acumulados a cero.
       3200-INICIAR-CLIENTE.
           ADD 1 TO WS-CNT-CLIENTES
           MOVE SRT-CUST-ID TO WS-GRP-CUST
           MOVE SRT-CTA-GRUPO TO WS-GRP-CTA
           MOVE 'N' TO WS-GRP-HOY
           MOVE ZERO TO WS-GRP-ACCT
           MOVE SPACES TO WS-GRP-BRANCH
           MOVE ZERO TO WS-GRP-EFE-ENTRA
           MOVE ZERO TO WS-GRP-EFE-SALE
           MOVE ZERO TO WS-GRP-EFE-MOVS
           MOVE ZERO TO WS-GRP-EST-CNT
           MOVE ZERO TO WS-GRP-EST-IMP
           MOVE 'N' TO WS-GRP-EST-HOY
           MOVE ZERO TO WS-GRP-REA-ACCT
           MOVE SPACES TO WS-GRP-REA-BRANCH
           MOVE ZERO TO WS-GRP-REA-IMP.

      * Nueva cuenta dentro del cliente.
       3300-INICIAR-CUENTA.
           MOVE SRT-ACCT-NUM TO WS-CTA-ACTUAL
           MOVE SRT-BRANCH-CODE TO WS-CTA-BRANCH
           MOVE 'N' TO WS-CTA-HOY
           MOVE ZERO TO WS-CTA-ENTRA
           MOVE ZERO TO WS-CTA-SALE
           MOVE ZERO TO WS-CTA-MOVS.

      * Acumula un apunte en su cuenta y en su cliente. El efectivo
      *  del dia son los depositos y retiros de la fecha de proceso;
      *  la estructuracion mira los de toda la ventana que quedan
      *  entre el suelo y el umbral.
       3400-ACUMULAR-APUNTE.
           ADD 1 TO WS-CTA-MOVS
           IF SRT-ENTRADA
               ADD SRT-AMOUNT TO WS-CTA-ENTRA
           ELSE
               ADD SRT-AMOUNT TO WS-CTA-SALE
           END-IF

           IF SRT-FECHA = WS-PROC-DATE-FULL-N
               MOVE 'S' TO WS-CTA-HOY
               IF NOT GRP-MOVIDO-HOY
                   MOVE 'S' TO WS-GRP-HOY
                   MOVE SRT-ACCT-NUM TO WS-GRP-ACCT
                   MOVE SRT-BRANCH-CODE TO WS-GRP-BRANCH
               END-IF
               IF SRT-EFECTIVO
                   ADD 1 TO WS-GRP-EFE-MOVS
                   IF SRT-ENTRADA
                       ADD SRT-AMOUNT TO WS-GRP-EFE-ENTRA
                   ELSE
                       ADD SRT-AMOUNT TO WS-GRP-EFE-SALE
                   END-IF
               END-IF
               IF SRT-REACTIVACION AND WS-GRP-REA-ACCT = ZERO
                   MOVE SRT-ACCT-NUM TO WS-GRP-REA-ACCT
                   MOVE SRT-BRANCH-CODE TO WS-GRP-REA-BRANCH
                   MOVE SRT-AMOUNT TO WS-GRP-REA-IMP
               END-IF
           END-IF

           IF SRT-EFECTIVO AND SRT-AMOUNT NOT < WS-SUELO-ESTRUCT
              AND SRT-AMOUNT < WS-UMBRAL
               ADD 1 TO WS-GRP-EST-CNT
               ADD SRT-AMOUNT TO WS-GRP-EST-IMP
               IF SRT-FECHA = WS-PROC-DATE-FULL-N
                   MOVE 'S' TO WS-GRP-EST-HOY
               END-IF
           END-IF.

      * Transito rapido: una cuenta movida hoy por la que en la
      *  ventana han entrado al menos el umbral y ha vuelto a salir
      *  al menos el porcentaje pedido de lo entrado.
       3500-EVALUAR-CUENTA.
           COMPUTE WS-MINIMO-SALIDA =
               WS-CTA-ENTRA * PARM-PORC-SALIDA / 100
           IF CTA-MOVIDA-HOY AND WS-CTA-ENTRA NOT < WS-UMBRAL
              AND WS-CTA-SALE NOT < WS-MINIMO-SALIDA
               MOVE 'T' TO WS-NUEVA-TIPO
               MOVE WS-CTA-ACTUAL TO WS-NUEVA-ACCT
               MOVE WS-CTA-BRANCH TO WS-NUEVA-BRANCH
               MOVE WS-CTA-ENTRA TO WS-NUEVA-IMPORTE
               MOVE WS-CTA-SALE TO WS-NUEVA-SALIDA
               MOVE WS-CTA-MOVS TO WS-NUEVA-MOVS
               PERFORM 4000-ABRIR-ALERTA
           END-IF.

      * Alertas de cliente. Solo se abren si el cliente se ha movido
      *  hoy, para que lo ya visto en dias anteriores no vuelva a
      *  saltar cuando cumplimiento cierra el caso.
       3600-EVALUAR-CLIENTE.
           IF WS-GRP-EFE-ENTRA NOT < WS-UMBRAL
              OR WS-GRP-EFE-SALE NOT < WS-UMBRAL
               MOVE 'U' TO WS-NUEVA-TIPO
               MOVE WS-GRP-ACCT TO WS-NUEVA-ACCT
               MOVE WS-GRP-BRANCH TO WS-NUEVA-BRANCH
               IF WS-GRP-EFE-ENTRA > WS-GRP-EFE-SALE
                   MOVE WS-GRP-EFE-ENTRA TO WS-NUEVA-IMPORTE
               ELSE
                   MOVE WS-GRP-EFE-SALE TO WS-NUEVA-IMPORTE
               END-IF
               MOVE ZERO TO WS-NUEVA-SALIDA
               MOVE WS-GRP-EFE-MOVS TO WS-NUEVA-MOVS
               PERFORM 4000-ABRIR-ALERTA
           END-IF

           IF GRP-ESTRUCT-HOY AND WS-GRP-EST-CNT NOT < PARM-MIN-ESTRUCT
               MOVE 'E' TO WS-NUEVA-TIPO
               MOVE WS-GRP-ACCT TO WS-NUEVA-ACCT
               MOVE WS-GRP-BRANCH TO WS-NUEVA-BRANCH
               MOVE WS-GRP-EST-IMP TO WS-NUEVA-IMPORTE
               MOVE ZERO TO WS-NUEVA-SALIDA
               MOVE WS-GRP-EST-CNT TO WS-NUEVA-MOVS
               PERFORM 4000-ABRIR-ALERTA
           END-IF

           IF WS-GRP-REA-ACCT NOT = ZERO
               MOVE 'I' TO WS-NUEVA-TIPO
               MOVE WS-GRP-REA-ACCT TO WS-NUEVA-ACCT
               MOVE WS-GRP-REA-BRANCH TO WS-NUEVA-BRANCH
               MOVE WS-GRP-REA-IMP TO WS-NUEVA-IMPORTE
               MOVE ZERO TO WS-NUEVA-SALIDA
               MOVE 1 TO WS-NUEVA-MOVS
               PERFORM 4000-ABRIR-ALERTA
           END-IF.

      * Abre la alerta candidata con el siguiente numero de caso,
      *  salvo que el cliente ya tenga una abierta del mismo tipo.
       4000-ABRIR-ALERTA.
           MOVE ZERO TO WS-ABI-IDX
           MOVE 1 TO WS-ABI-USO
           PERFORM UNTIL WS-ABI-USO > WS-ABI-CNT OR WS-ABI-IDX > 0
               IF WS-ABI-CUST (WS-ABI-USO) = WS-GRP-CUST AND
                  WS-ABI-CTA (WS-ABI-USO) = WS-GRP-CTA AND
                  WS-ABI-TIPO (WS-ABI-USO) = WS-NUEVA-TIPO
                   MOVE WS-ABI-USO TO WS-ABI-IDX
               END-IF
               ADD 1 TO WS-ABI-USO
           END-PERFORM

           IF WS-ABI-IDX > 0
               ADD 1 TO WS-CNT-YA-ABIERTAS
           ELSE
               ADD 1 TO WS-ULT-CASO
               MOVE SPACES TO REC-ALERTA
               MOVE WS-ULT-CASO TO ALR-CASO
               MOVE WS-NUEVA-TIPO TO ALR-TIPO
               MOVE WS-GRP-CUST TO ALR-CUST-ID
               MOVE WS-NUEVA-ACCT TO ALR-ACCT-NUM
               MOVE WS-NUEVA-BRANCH TO ALR-BRANCH-CODE
               MOVE WS-PROC-DATE-FULL-N TO ALR-FECHA-ALTA
               MOVE WS-NUEVA-IMPORTE TO ALR-IMPORTE
               MOVE WS-NUEVA-SALIDA TO ALR-IMPORTE-SALIDA
               MOVE WS-NUEVA-MOVS TO ALR-NUM-MOVS
               MOVE 'A' TO ALR-ESTADO
               MOVE ZERO TO ALR-FECHA-CIERRE
               WRITE REC-ALERTA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB035: ERROR ESCRIBIENDO ALERTAS - FILE'
                           ' STATUS ' FS-FILEA ' CASO ' ALR-CASO
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               PERFORM 1520-ANOTAR-ABIERTA
               EVALUATE TRUE
                   WHEN ALR-TIPO-UMBRAL
                       ADD 1 TO WS-CNT-NUEVAS-U
                   WHEN ALR-TIPO-ESTRUCTURA
                       ADD 1 TO WS-CNT-NUEVAS-E
                   WHEN ALR-TIPO-TRANSITO
                       ADD 1 TO WS-CNT-NUEVAS-T
                   WHEN ALR-TIPO-INACTIVA
                       ADD 1 TO WS-CNT-NUEVAS-I
               END-EVALUATE
           END-IF.

      * Procedimiento de entrada del SORT del informe: todas las
      *  alertas abiertas, las de hoy incluidas, con el titular de su
      *  cuenta tomado del maestro.
       5000-LEER-ALERTAS.
           MOVE ZERO TO ALR-CASO
           START FILEA KEY IS NOT LESS THAN ALR-CASO
           END-START
           EVALUATE FS-FILEA
               WHEN '00'
                   PERFORM 1510-READ-NEXT-ALERTA
               WHEN '23'
                   MOVE '10' TO FS-FILEA
               WHEN OTHER
                   DISPLAY 'APPB035: ERROR POSICIONANDO ALERTAS - FIL'
                           'E STATUS ' FS-FILEA
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           PERFORM UNTIL FS-FILEA = '10'
               IF ALR-ST-ABIERTA
                   PERFORM 5100-TRATAR-ALERTA
               END-IF
               PERFORM 1510-READ-NEXT-ALERTA
           END-PERFORM.

      * Alerta abierta camino del informe.
       5100-TRATAR-ALERTA.
           MOVE ALR-ACCT-NUM TO REC-ACCT-NUM
           READ FILEI
           END-READ
           EVALUATE FS-FILEI
               WHEN '00'
                   MOVE REC-CUST-NAME TO SRI-CUST-NAME
               WHEN '23'
                   MOVE '*** CUENTA NO EXISTE ***' TO SRI-CUST-NAME
               WHEN OTHER
                   DISPLAY 'APPB035: ERROR LEYENDO FILEIN - FILE STAT'
                           'US ' FS-FILEI
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           MOVE ALR-BRANCH-CODE TO SRI-BRANCH-CODE
           MOVE ALR-CASO TO SRI-CASO
           MOVE ALR-TIPO TO SRI-TIPO
           MOVE ALR-CUST-ID TO SRI-CUST-ID
           MOVE ALR-ACCT-NUM TO SRI-ACCT-NUM
           MOVE ALR-FECHA-ALTA TO SRI-FECHA-ALTA
           MOVE ALR-IMPORTE TO SRI-IMPORTE
           MOVE ALR-IMPORTE-SALIDA TO SRI-IMPORTE-SALIDA
           MOVE ALR-NUM-MOVS TO SRI-NUM-MOVS
           RELEASE REC-SORT-INF.

      * Procedimiento de salida del SORT del informe: alertas
      *  abiertas con ruptura de control por sucursal y resumen de
      *  la ejecución.
       6000-IMPRIMIR-INFORME.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-LINEA-H1 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE PARM-UMBRAL TO H2-UMBRAL
           MOVE PARM-VENTANA TO H2-VENTANA
           MOVE PARM-PORC-ESTRUCT TO H2-PORC-ESTRUCT
           MOVE PARM-MIN-ESTRUCT TO H2-MIN-ESTRUCT
           MOVE PARM-PORC-SALIDA TO H2-PORC-SALIDA
           MOVE WS-LINEA-H2 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE WS-LINEA-H3 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           PERFORM 6100-RETURN-INFORME

           PERFORM UNTIL SORTR-AT-END
               IF SRI-BRANCH-CODE NOT = WS-BRANCH-ACTUAL
                      OR NOT HAY-SUCURSAL-ABIERTA
                   IF HAY-SUCURSAL-ABIERTA
                       PERFORM 6300-SUBTOTAL-SUCURSAL
                   END-IF
                   MOVE SRI-BRANCH-CODE TO WS-BRANCH-ACTUAL
                   MOVE 'S' TO WS-HAY-SUCURSAL
               END-IF
               PERFORM 6200-DETALLE
               PERFORM 6100-RETURN-INFORME
           END-PERFORM

           IF HAY-SUCURSAL-ABIERTA
               PERFORM 6300-SUBTOTAL-SUCURSAL
           END-IF

           PERFORM 6500-TOTAL-GENERAL.

      * RETURN del fichero de clasificacion del informe.
       6100-RETURN-INFORME.
           RETURN SFILR
               AT END
                   MOVE 'Y' TO WS-SORTR-EOF
           END-RETURN.

      * Linea de detalle; las abiertas hoy salen marcadas NUEVA.
       6200-DETALLE.
           MOVE SRI-BRANCH-CODE TO DET-BRANCH
           MOVE SRI-CASO TO DET-CASO
           MOVE SRI-TIPO TO DET-TIPO
           MOVE SRI-CUST-ID TO DET-CUST-ID
           MOVE SRI-ACCT-NUM TO DET-ACCT-NUM
           MOVE SRI-CUST-NAME TO DET-CUST-NAME
           MOVE SRI-FECHA-ALTA TO DET-FECHA-ALTA
           MOVE SRI-IMPORTE TO DET-IMPORTE
           IF SRI-TIPO = 'T'
               MOVE SRI-IMPORTE-SALIDA TO DET-SALIDA
           ELSE
               MOVE SPACES TO DET-SALIDA-X
           END-IF
           MOVE SRI-NUM-MOVS TO DET-MOVS
           ADD 1 TO WS-BR-CNT
           IF SRI-FECHA-ALTA = WS-PROC-DATE-FULL-N
               MOVE 'NUEVA' TO DET-AVISO
               ADD 1 TO WS-BR-NUEVAS
           ELSE
               MOVE SPACES TO DET-AVISO
           END-IF
           MOVE WS-LINEA-DET TO REC-FILEL
           PERFORM 8100-WRITE-LINEA.

      * Subtotal de la sucursal que termina y arrastre a los
      *  totales generales.
       6300-SUBTOTAL-SUCURSAL.
           MOVE WS-BRANCH-ACTUAL TO SUB-BRANCH
           MOVE WS-BR-CNT TO SUB-CNT
           MOVE WS-BR-NUEVAS TO SUB-NUEVAS
           MOVE WS-LINEA-SUB TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           ADD WS-BR-CNT TO WS-GT-CNT
           ADD WS-BR-NUEVAS TO WS-GT-NUEVAS
           MOVE ZERO TO WS-BR-CNT
           MOVE ZERO TO WS-BR-NUEVAS
           MOVE 'N' TO WS-HAY-SUCURSAL.

      * Total general y resumen de contadores.
       6500-TOTAL-GENERAL.
           MOVE WS-GT-CNT TO TOT-CNT
           MOVE WS-GT-NUEVAS TO TOT-NUEVAS
           MOVE WS-LINEA-TOT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'APUNTES DEL DIARIO LEIDOS:  ' TO CNT-LITERAL
           MOVE WS-JRN-LEIDOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'APUNTES EN LA VENTANA:      ' TO CNT-LITERAL
           MOVE WS-JRN-VENTANA TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'SIN CUENTA EN EL MAESTRO:   ' TO CNT-LITERAL
           MOVE WS-CNT-SIN-CUENTA TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'CLIENTES ANALIZADOS:        ' TO CNT-LITERAL
           MOVE WS-CNT-CLIENTES TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'NUEVAS U (UMBRAL):          ' TO CNT-LITERAL
           MOVE WS-CNT-NUEVAS-U TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'NUEVAS E (ESTRUCTURACION):  ' TO CNT-LITERAL
           MOVE WS-CNT-NUEVAS-E TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'NUEVAS T (TRANSITO RAPIDO): ' TO CNT-LITERAL
           MOVE WS-CNT-NUEVAS-T TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'NUEVAS I (CUENTA INACTIVA): ' TO CNT-LITERAL
           MOVE WS-CNT-NUEVAS-I TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'NO REPETIDAS (YA ABIERTAS): ' TO CNT-LITERAL
           MOVE WS-CNT-YA-ABIERTAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILEL AFTER ADVANCING 1 LINE
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB035: ERROR ESCRIBIENDO ALRREP - FILE STAT'
                       'US ' FS-FILEL
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILEJ-IS-OPEN
               CLOSE FILEJ
               IF FS-FILEJ NOT = '00'
                   DISPLAY 'APPB035: ERROR CERRANDO JOURNAL - FILE STA'
                           'TUS ' FS-FILEJ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEJ-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB035: ERROR CERRANDO FILEIN - FILE STA'
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
                   DISPLAY 'APPB035: ERROR CERRANDO ALERTAS - FILE ST'
                           'ATUS ' FS-FILEA
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF

           IF FILEL-IS-OPEN
               CLOSE FILEL
               IF FS-FILEL NOT = '00'
                   DISPLAY 'APPB035: ERROR CERRANDO ALRREP - FILE STA'
                           'TUS ' FS-FILEL
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
