      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB038.
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
      * FILEF es el fichero de control de fechas de proceso: contra
      *  su proxima fecha esperada se valida el PARM, como en
      *  APPB026, para que un vencimiento no se ejecute dos veces.
           SELECT FILEF ASSIGN TO DATECTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FECHAS.

      * FILET es la tabla de tarifas de interes de APPB010: de ella
      *  sale el tipo al que se renueva un plazo vencido.
           SELECT FILET ASSIGN TO TARIFAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILET.

      * FILEP es el fichero de contratos de plazo fijo (copy
      *  PLZFREC), recorrido entero en I-O: cada contrato vencido o
      *  cancelado se rescribe en sitio.
           SELECT FILEP ASSIGN TO PLAZOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLZ-ACCT-NUM
           FILE STATUS IS FS-FILEP.

      * FILEI es el maestro de cuentas, en I-O con acceso aleatorio:
      *  se abonan los intereses en la cuenta del plazo y se traspasa
      *  a la cuenta de liquidacion.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEH es el fichero de retenciones y embargos, solo
      *  consulta: lo retenido en la cuenta del plazo no puede salir
      *  de ella (misma regla de disponible que APPB005).
           SELECT FILEH ASSIGN TO RETENCS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS FS-FILEH.

      * FILEJ es el diario permanente de movimientos, siempre en
      *  EXTEND: interes abonado (I) y las dos patas del traspaso a
      *  la cuenta de liquidacion (E y S).
           SELECT FILEJ ASSIGN TO JOURNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEJ.

      * FILED es el detalle fiscal permanente de APPB010: un
      *  registro por plazo liquidado, base del certificado anual
      *  de APPB023.
           SELECT FILED ASSIGN TO RETDET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILED.

      * FILEM es la auditoria del maestro de cuentas (MANTAUD): la
      *  cuenta del plazo que se cierra deja su imagen de cambio,
      *  para que la recuperacion APPB034 reproduzca el cierre.
           SELECT FILEM ASSIGN TO MANTAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEM.

      * FILEC es el registro de control de la ejecucion, para que
      *  la conciliacion APPB013 cuadre el interes abonado y las
      *  cuentas cerradas.
           SELECT FILEC ASSIGN TO PLZCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEC.

      * FILEL es el informe del dia: plazos renovados, liquidados y
      *  cancelados, y las incidencias que quedan pendientes.
           SELECT FILEL ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEL.

      * FILEK es el calendario de vencimientos de los proximos dias
      *  por sucursal, para que las oficinas llamen al cliente antes
      *  del vencimiento.
           SELECT FILEK ASSIGN TO CALEND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEK.

      * SFILE es el fichero de trabajo del SORT interno que reordena
      *  los vencimientos proximos (que vienen por cuenta) a orden de
      *  sucursal y fecha de vencimiento.
           SELECT SFILE ASSIGN TO SORTWK.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Control de fechas de proceso, descrito en su propio copy.
       FD  FILEF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FCTL.
           COPY DATECTL.

      * Tarifa: mismo registro que en APPB010.
       FD  FILET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILET.
       01 REC-FILET.
           05 RT-ACCT-TYPE         PIC X(02).
           05 RT-BAND-LOW          PIC 9(9)V99.
           05 RT-BAND-HIGH         PIC 9(9)V99.
           05 RT-RATE-ANUAL        PIC 9(2)V9(4).

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

      * Retenciones y embargos, descritos en su propio copy.
       FD  FILEH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-HOLD.
           COPY HOLDREC.

      * Diario permanente de movimientos, descrito en su propio copy.
       FD  FILEJ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-JRNL.
           COPY JRNLREC.

      * Detalle fiscal permanente: mismo registro que en APPB010.
       FD  FILED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILED.
       01 REC-FILED.
           05 RET-ACCT-NUM         PIC 9(10).
           05 RET-FECHA            PIC 9(08).
           05 RET-BRUTO            PIC 9(9)V99.
           05 RET-RETENIDO         PIC 9(9)V99.
           05 RET-NETO             PIC 9(9)V99.
           05 RET-TASA             PIC 9(2)V99.
           05 FILLER               PIC X(05).

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

      * Registro de control de la ejecucion: fecha, contratos
      *  liquidados (renovados, vencidos y cancelados), cuentas de
      *  plazo cerradas, y bruto, retenido y neto abonado.
       FD  FILEC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEC.
       01 REC-FILEC.
           05 PCT-PROC-DATE        PIC 9(04).
           05 PCT-CNT-LIQUIDADOS   PIC 9(09).
           05 PCT-CNT-CERRADAS     PIC 9(09).
           05 PCT-INT-BRUTO        PIC 9(11)V99.
           05 PCT-RETENIDO         PIC 9(11)V99.
           05 PCT-INT-NETO         PIC 9(11)V99.
           05 FILLER               PIC X(03).

       FD  FILEL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEL.
       01 REC-FILEL                PIC X(132).

       FD  FILEK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEK.
       01 REC-FILEK                PIC X(132).

       SD  SFILE
           DATA RECORD IS REC-SORT.
       01 REC-SORT.
           05 SRT-BRANCH-CODE      PIC X(04).
           05 SRT-FECHA-VTO        PIC 9(08).
           05 SRT-ACCT-NUM         PIC 9(10).
           05 SRT-CUST-NAME        PIC X(30).
           05 SRT-PRINCIPAL        PIC 9(9)V99.
           05 SRT-TASA             PIC 9(2)V9(4).
           05 SRT-PLAZO-MESES      PIC 9(03).
           05 SRT-RENOVACION       PIC X(01).
           05 SRT-CTA-LIQUIDACION  PIC 9(10).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FECHAS  PIC X(02) VALUE SPACES.
       01 FS-FILET   PIC X(02) VALUE SPACES.
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEH   PIC X(02) VALUE SPACES.
       01 FS-FILEJ   PIC X(02) VALUE SPACES.
       01 FS-FILED   PIC X(02) VALUE SPACES.
       01 FS-FILEM   PIC X(02) VALUE SPACES.
       01 FS-FILEC   PIC X(02) VALUE SPACES.
       01 FS-FILEL   PIC X(02) VALUE SPACES.
       01 FS-FILEK   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILEF-OPEN    PIC X VALUE 'N'.
           88 FILEF-IS-OPEN        VALUE 'Y'.
       01 WS-FILET-OPEN    PIC X VALUE 'N'.
           88 FILET-IS-OPEN        VALUE 'Y'.
       01 WS-FILEP-OPEN    PIC X VALUE 'N'.
           88 FILEP-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEH-OPEN    PIC X VALUE 'N'.
           88 FILEH-IS-OPEN        VALUE 'Y'.
       01 WS-FILEJ-OPEN    PIC X VALUE 'N'.
           88 FILEJ-IS-OPEN        VALUE 'Y'.
       01 WS-FILED-OPEN    PIC X VALUE 'N'.
           88 FILED-IS-OPEN        VALUE 'Y'.
       01 WS-FILEM-OPEN    PIC X VALUE 'N'.
           88 FILEM-IS-OPEN        VALUE 'Y'.
       01 WS-FILEC-OPEN    PIC X VALUE 'N'.
           88 FILEC-IS-OPEN        VALUE 'Y'.
       01 WS-FILEL-OPEN    PIC X VALUE 'N'.
           88 FILEL-IS-OPEN        VALUE 'Y'.
       01 WS-FILEK-OPEN    PIC X VALUE 'N'.
           88 FILEK-IS-OPEN        VALUE 'Y'.

      * Un fichero de retenciones recien definido y nunca cargado
      *  se abre con File Status 35: no hay nada retenido (misma
      *  tolerancia que APPB005).
       01 WS-HAY-RETENCIONES PIC X VALUE 'N'.
           88 HAY-RETENCIONES      VALUE 'S'.

      * Indicador de fin del RETURN del SORT en el procedimiento de
      *  salida.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 SORT-AT-END          VALUE 'Y'.

      * Sucursal de la que se estan imprimiendo vencimientos; el
      *  cambio de valor respecto a SRT-BRANCH-CODE dispara el
      *  subtotal.
       01 WS-BRANCH-ACTUAL     PIC X(04) VALUE SPACES.
       01 WS-HAY-SUCURSAL  PIC X VALUE 'N'.
           88 HAY-SUCURSAL-ABIERTA VALUE 'S'.

      * Fechas del control DATECTL (MMDD).
       01 WS-EXPECTED-DATE     PIC 9(04) VALUE ZERO.
       01 WS-LAST-PROC-DATE    PIC 9(04) VALUE ZERO.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD: vencen los contratos con
      *  vencimiento hoy o anterior (los que cayeron en dia no habil
      *  se liquidan en el primer proceso posterior) y con ella se
      *  fechan los apuntes.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).

      * Horizonte del calendario de vencimientos, en dias naturales,
      *  y ultima fecha que entra en el.
       01 WS-HORIZONTE-DIAS    PIC 9(03) VALUE 30.
       01 WS-FECHA-LIMITE      PIC 9(08) VALUE ZERO.
       01 WS-DIA-INT           PIC 9(09) COMP VALUE ZERO.

      * Fecha de trabajo del calculo del nuevo vencimiento al
      *  renovar: el inicio mas el plazo en meses, con la misma
      *  aritmetica de meses totales que APPB009 y APPB037.
       01 WS-CAL-FECHA.
           05 WS-CAL-AAAA          PIC 9(04).
           05 WS-CAL-MM            PIC 9(02).
           05 WS-CAL-DD            PIC 9(02).
       01 WS-CAL-FECHA-FULL REDEFINES WS-CAL-FECHA
                               PIC 9(08).
       01 WS-TOT-MESES         PIC S9(09) COMP VALUE ZERO.
       01 WS-MESES-RESTO       PIC 9(02) VALUE ZERO.

      * Dias de cada mes; febrero va con 28 como en APPB037.
       01 WS-DIAS-MES-TAB.
           05 FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TAB.
           05 WS-DIAS-MES-E OCCURS 12 PIC 9(02).

      * Tabla de tarifas en memoria, cargada de FILET al arrancar
      *  (misma tabla que APPB010).
       01 WS-TAR-CNT           PIC 9(03) VALUE ZERO.
       01 WS-TAR-TAB.
           05 WS-TAR-ENTRADA OCCURS 100.
               10 WS-TAR-TYPE      PIC X(02).
               10 WS-TAR-LOW       PIC 9(9)V99.
               10 WS-TAR-HIGH      PIC 9(9)V99.
               10 WS-TAR-RATE      PIC 9(2)V9(4).
       01 WS-TAR-IDX           PIC 9(03) VALUE ZERO.
       01 WS-TAR-HALLADA       PIC X(01) VALUE 'N'.
           88 TARIFA-HALLADA       VALUE 'S'.
       01 WS-RATE-APLICADA     PIC 9(2)V9(4) VALUE ZERO.

      * Tasa de retencion fiscal recibida por PARM, en porcentaje
      *  con dos decimales.
       01 WS-TASA-RETENCION    PIC 9(2)V99 VALUE ZERO.

      * Operacion que se hace con el contrato en curso: V vence en
      *  su fecha, K cancelacion anticipada pedida por APPB037. Si
      *  vence, WS-RENOVAR dice si se renueva o se liquida.
       01 WS-OPERACION         PIC X(01) VALUE SPACES.
           88 OPER-VENCIMIENTO     VALUE 'V'.
           88 OPER-CANCELACION     VALUE 'K'.
       01 WS-RENOVAR           PIC X(01) VALUE 'N'.
           88 PLAZO-SE-RENUEVA     VALUE 'S'.

      * Resultado de las validaciones del contrato: el parrafo que
      *  valida deja el motivo en INC-MOTIVO y apaga la marca.
       01 WS-VALIDA            PIC X(01) VALUE 'S'.
           88 PLAZO-ES-VALIDO      VALUE 'S'.

      * Datos de la cuenta del plazo guardados al validar.
       01 WS-DEP-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-DEP-TIPO          PIC X(02) VALUE SPACES.
       01 WS-DEP-SALDO         PIC S9(9)V99 VALUE ZERO.

      * Importe retenido hoy en la cuenta del plazo y disponible que
      *  queda tras abonar el interes.
       01 WS-RETENIDO          PIC 9(11)V99 VALUE ZERO.
       01 WS-DISPONIBLE        PIC S9(11)V99 VALUE ZERO.

      * Calculo del interes del contrato en curso: dias
      *  devengados, interes devengado, penalizacion por cancelacion
      *  anticipada, bruto que se paga, retencion fiscal y neto
      *  abonado.
       01 WS-FECHA-DESDE       PIC 9(08) VALUE ZERO.
       01 WS-FECHA-HASTA       PIC 9(08) VALUE ZERO.
       01 WS-DIAS              PIC S9(07) COMP VALUE ZERO.
       01 WS-INTERES-DEVENGADO PIC 9(9)V99 VALUE ZERO.
       01 WS-PENALIZACION      PIC 9(9)V99 VALUE ZERO.
       01 WS-INTERES-BRUTO     PIC 9(9)V99 VALUE ZERO.
       01 WS-RETENCION         PIC 9(9)V99 VALUE ZERO.
       01 WS-INTERES           PIC 9(9)V99 VALUE ZERO.

      * Importe que pasa a la cuenta de liquidacion: el neto al
      *  renovar, el saldo entero al liquidar o cancelar.
       01 WS-IMPORTE-TRASPASO  PIC 9(9)V99 VALUE ZERO.

      * Cuenta del plazo guardada mientras se abona la de
      *  liquidacion, e imagen anterior al cierre para MANTAUD.
       01 WS-CTA-PLAZO         PIC X(93) VALUE SPACES.
       01 WS-IMAGEN-CTA-ANTES  PIC X(93) VALUE SPACES.

      * Datos del apunte de diario que se va a grabar.
       01 WS-JRN-TYPE          PIC X(01) VALUE SPACES.
       01 WS-JRN-SIGNO         PIC X(01) VALUE SPACES.
       01 WS-JRN-IMPORTE       PIC 9(9)V99 VALUE ZERO.
       01 WS-CONCEPTO          PIC X(01) VALUE SPACES.

      * Contadores y totales de la ejecucion.
       01 WS-CNT-LEIDOS        PIC 9(09) VALUE ZERO.
       01 WS-CNT-RENOVADOS     PIC 9(09) VALUE ZERO.
       01 WS-CNT-VENCIDOS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-CANCELADOS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-INCIDENCIAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-CALENDARIO    PIC 9(09) VALUE ZERO.
       01 WS-CNT-LIQUIDADOS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-CERRADAS      PIC 9(09) VALUE ZERO.
       01 WS-BRUTO-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-PENALIZ-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01 WS-RET-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-NETO-TOTAL        PIC 9(11)V99 VALUE ZERO.

      * Acumulados del calendario por sucursal y generales.
       01 WS-BR-CNT            PIC 9(09) VALUE ZERO.
       01 WS-BR-PRINCIPAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-CNT            PIC 9(09) VALUE ZERO.
       01 WS-GT-PRINCIPAL      PIC 9(11)V99 VALUE ZERO.

      * Cabecera del informe del dia.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(42)
               VALUE 'VENCIMIENTOS Y CANCELACIONES DE PLAZOS FIJ'.
           05 FILLER               PIC X(10) VALUE 'OS - FECHA'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Titulos de columna del informe del dia.
       01 WS-LINEA-H2.
           05 FILLER               PIC X(11) VALUE 'CUENTA     '.
           05 FILLER               PIC X(05) VALUE 'SUC. '.
           05 FILLER               PIC X(11) VALUE 'OPERACION  '.
           05 FILLER               PIC X(15)
               VALUE '      PRINCIPAL'.
           05 FILLER               PIC X(15)
               VALUE '  INTERES BRUTO'.
           05 FILLER               PIC X(15)
               VALUE '   PENALIZACION'.
           05 FILLER               PIC X(15)
               VALUE '      RETENCION'.
           05 FILLER               PIC X(15)
               VALUE '  TRASPASADO A '.
           05 FILLER               PIC X(11) VALUE 'CTA. LIQ.  '.
           05 FILLER               PIC X(09) VALUE 'NUEVO VTO'.

      * Linea de detalle: un contrato liquidado hoy.
       01 WS-LINEA-DET.
           05 DET-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-BRANCH           PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-OPERACION        PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PRINCIPAL        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-BRUTO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PENALIZ          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-RETENCION        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-TRASPASO         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CTA-LIQ          PIC 9(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NUEVO-VTO        PIC X(08).

      * Linea de incidencia: el contrato se queda como esta y se
      *  reintenta en el proximo proceso.
       01 WS-LINEA-INC.
           05 INC-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 INC-BRANCH           PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE 'INCIDENCIA - '.
           05 INC-MOTIVO           PIC X(40).
           05 FILLER               PIC X(16)
               VALUE ' - SE REINTENTA'.

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(28).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

      * Linea de importe del resumen final.
       01 WS-LINEA-IMP.
           05 IMP-LITERAL          PIC X(28).
           05 IMP-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Cabecera del calendario de vencimientos.
       01 WS-CAL-H1.
           05 FILLER               PIC X(42)
               VALUE 'CALENDARIO DE VENCIMIENTOS DE PLAZOS FIJOS'.
           05 FILLER               PIC X(13) VALUE ' - PROXIMOS '.
           05 CH1-DIAS             PIC ZZ9.
           05 FILLER               PIC X(19)
               VALUE ' DIAS DESDE FECHA '.
           05 CH1-PROC-MM          PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 CH1-PROC-DD          PIC X(02).

      * Titulos de columna del calendario.
       01 WS-CAL-H2.
           05 FILLER               PIC X(08) VALUE 'SUCURSAL'.
           05 FILLER               PIC X(10) VALUE 'VENCE     '.
           05 FILLER               PIC X(12) VALUE 'CUENTA      '.
           05 FILLER               PIC X(31)
               VALUE 'TITULAR                        '.
           05 FILLER               PIC X(16)
               VALUE '       PRINCIPAL'.
           05 FILLER               PIC X(10) VALUE '   TIPO % '.
           05 FILLER               PIC X(06) VALUE 'MESES '.
           05 FILLER               PIC X(07) VALUE 'INSTR. '.
           05 FILLER               PIC X(10) VALUE 'CTA. LIQ. '.

      * Linea de detalle del calendario: un plazo que vence.
       01 WS-CAL-DET.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDT-BRANCH           PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDT-FECHA-VTO        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDT-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDT-CUST-NAME        PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CDT-PRINCIPAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CDT-TASA             PIC Z9,9999.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CDT-PLAZO-MESES      PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CDT-RENOVACION       PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDT-CTA-LIQ          PIC 9(10).

      * Subtotal del calendario por sucursal.
       01 WS-CAL-SUB.
           05 FILLER               PIC X(15)
               VALUE 'TOTAL SUCURSAL '.
           05 CSB-BRANCH           PIC X(04).
           05 FILLER               PIC X(02) VALUE ': '.
           05 CSB-CNT              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(22)
               VALUE ' PLAZOS  PRINCIPAL    '.
           05 CSB-PRINCIPAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Total general del calendario.
       01 WS-CAL-TOT.
           05 FILLER               PIC X(15)
               VALUE 'TOTAL GENERAL  '.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 CTT-CNT              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(22)
               VALUE ' PLAZOS  PRINCIPAL    '.
           05 CTT-PRINCIPAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

****** LINKAGE SECTION.
      * PARM-RUN-MODE: N normal (la fecha debe ser la esperada segun
      *  DATECTL) o F forzado, como APPB026. PARM-PROC-DATE es la
      *  fecha de proceso MMDD y PARM-RETENCION la tasa de retencion
      *  fiscal sobre el interes, en porcentaje con dos decimales
      *  implicitos (1900 = 19,00%), la misma que recibe APPB010.
       01 PARMS.
           05 PARM-RUN-MODE      PIC X(01).
               88 PARM-MODE-NORMAL     VALUE 'N'.
               88 PARM-MODE-OVERRIDE   VALUE 'F'.
           05 PARM-PROC-DATE     PIC X(04).
           05 PARM-RETENCION     PIC X(04).
           05 PARM-RETENCION-N REDEFINES PARM-RETENCION
                                 PIC 9(2)V99.

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           IF PARM-MODE-OVERRIDE
               DISPLAY 'APPB038: AVISO - MODO FORZADO, NO SE VALIDA '
                       'LA FECHA CONTRA DATECTL'
           END-IF

           PERFORM 0600-VALIDATE-PROC-DATE

           PERFORM 1000-OPEN-FILES

           PERFORM 1100-CABECERA-INFORME

           PERFORM 1500-CARGAR-TARIFAS

           SORT SFILE
               ON ASCENDING KEY SRT-BRANCH-CODE SRT-FECHA-VTO
                                SRT-ACCT-NUM
               INPUT PROCEDURE IS 2000-RECORRER-PLAZOS
               OUTPUT PROCEDURE IS 7500-IMPRIMIR-CALENDARIO

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'APPB038: ERROR EN EL SORT - SORT-RETURN '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 8000-RESUMEN-INFORME

           PERFORM 8500-GRABAR-CONTROL

           PERFORM 9000-CLOSE-FILES

           IF WS-CNT-INCIDENCIAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * Modo, fecha de proceso y tasa de retencion deben venir y ser
      *  validos; de la fecha sale la fecha completa con el ajuste de
      *  fin de año de APPB005 y la fecha limite del calendario.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB038: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF NOT PARM-MODE-NORMAL AND NOT PARM-MODE-OVERRIDE
               DISPLAY 'APPB038: ERROR - PARM-RUN-MODE INVALIDO: '
                       PARM-RUN-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB038: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-RETENCION NOT NUMERIC
               DISPLAY 'APPB038: ERROR - PARM-RETENCION NO ES NUMERI'
                       'CA: ' PARM-RETENCION
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
      * La tasa se toma por el REDEFINES numerico, como en APPB010.
           MOVE PARM-RETENCION-N TO WS-TASA-RETENCION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF

           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WS-PROC-DATE-FULL-N)
               + WS-HORIZONTE-DIAS
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INT).

      * Validacion de la fecha de proceso contra DATECTL, como en
      *  APPB026. Aqui solo interesa el registro de control: los
      *  vencimientos en dia no habil se recogen solos porque vence
      *  todo lo que tenga vencimiento hoy o anterior.
       0600-VALIDATE-PROC-DATE.
           OPEN INPUT FILEF
           IF FS-FECHAS NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEF-OPEN

           READ FILEF
           END-READ
           IF FS-FECHAS NOT = '00' AND FS-FECHAS NOT = '10'
               DISPLAY 'APPB038: ERROR LEYENDO DATECTL - FILE STATUS '
                       FS-FECHAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           IF FS-FECHAS = '10' OR NOT FCT-ES-CONTROL
               DISPLAY 'APPB038: ERROR - DATECTL NO EMPIEZA CON EL RE'
                       'GISTRO DE CONTROL CTL'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE FCT-FECHA TO WS-EXPECTED-DATE
           MOVE FCT-LAST-PROC-DATE TO WS-LAST-PROC-DATE

           CLOSE FILEF
           MOVE 'N' TO WS-FILEF-OPEN

           IF PARM-MODE-NORMAL AND
              PARM-PROC-DATE NOT = WS-EXPECTED-DATE
               IF PARM-PROC-DATE = WS-LAST-PROC-DATE
                   DISPLAY 'APPB038: ERROR - LA FECHA ' PARM-PROC-DATE
                           ' YA SE PROCESO; USAR MODO F PARA REPETIRLA'
               ELSE
                   DISPLAY 'APPB038: ERROR - FECHA DE PROCESO '
                           PARM-PROC-DATE ' NO ES LA ESPERADA '
                           WS-EXPECTED-DATE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; diario, detalle fiscal y auditoria van en
      *  EXTEND para acumularse al historial. Los contratos se abren
      *  en el procedimiento de entrada del SORT y el calendario en
      *  el de salida.
       1000-OPEN-FILES.
           OPEN INPUT FILET
           IF FS-FILET NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO TARIFAS - FILE STATUS '
                       FS-FILET
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILET-OPEN

           OPEN I-O FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN INPUT FILEH
           EVALUATE FS-FILEH
               WHEN '00'
                   MOVE 'Y' TO WS-FILEH-OPEN
                   MOVE 'S' TO WS-HAY-RETENCIONES
               WHEN '35'
                   DISPLAY 'APPB038: AVISO - RETENCS VACIO, NO HAY RE'
                           'TENCIONES QUE CONSIDERAR'
               WHEN OTHER
                   DISPLAY 'APPB038: ERROR ABRIENDO RETENCS - FILE ST'
                           'ATUS ' FS-FILEH
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           OPEN EXTEND FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEJ-OPEN

           OPEN EXTEND FILED
           IF FS-FILED NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO RETDET - FILE STATUS '
                       FS-FILED
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILED-OPEN

           OPEN EXTEND FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO MANTAUD - FILE STATUS '
                       FS-FILEM
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEM-OPEN

           OPEN OUTPUT FILEC
           IF FS-FILEC NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO PLZCTL - FILE STATUS '
                       FS-FILEC
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEC-OPEN

           OPEN OUTPUT FILEL
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO INFORME - FILE STATUS '
                       FS-FILEL
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEL-OPEN.

      * Cabecera del informe del dia con la fecha de proceso.
       1100-CABECERA-INFORME.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-LINEA-H1 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE WS-LINEA-H2 TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA.

      * Carga de la tabla de tarifas, igual que APPB010; sin
      *  tarifas no se puede renovar nada, asi que una tabla vacia
      *  es error de montaje.
       1500-CARGAR-TARIFAS.
           PERFORM 1510-READ-FILET

           PERFORM UNTIL FS-FILET = '10'
               IF WS-TAR-CNT = 100
                   DISPLAY 'APPB038: ERROR - MAS DE 100 TARIFAS EN LA'
                           ' TABLA'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               IF RT-BAND-LOW NOT NUMERIC OR RT-BAND-HIGH NOT NUMERIC
                  OR RT-RATE-ANUAL NOT NUMERIC
                   DISPLAY 'APPB038: ERROR - TARIFA CON CAMPOS NO NUM'
                           'ERICOS, TIPO ' RT-ACCT-TYPE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
               ADD 1 TO WS-TAR-CNT
               MOVE RT-ACCT-TYPE TO WS-TAR-TYPE (WS-TAR-CNT)
               MOVE RT-BAND-LOW TO WS-TAR-LOW (WS-TAR-CNT)
               MOVE RT-BAND-HIGH TO WS-TAR-HIGH (WS-TAR-CNT)
               MOVE RT-RATE-ANUAL TO WS-TAR-RATE (WS-TAR-CNT)
               PERFORM 1510-READ-FILET
           END-PERFORM

           IF WS-TAR-CNT = ZERO
               DISPLAY 'APPB038: ERROR - LA TABLA DE TARIFAS VIENE VA'
                       'CIA'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           CLOSE FILET
           MOVE 'N' TO WS-FILET-OPEN.

      * Lectura secuencial de la tabla de tarifas.
       1510-READ-FILET.
           READ FILET
           END-READ
           IF FS-FILET = '00' OR FS-FILET = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB038: ERROR LEYENDO TARIFAS - FILE STATUS '
                       FS-FILET
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Procedimiento de entrada del SORT: recorre los contratos,
      *  liquida los que vencen o se cancelan hoy y entrega al SORT
      *  los vivos que vencen dentro del horizonte del calendario.
      *  Un fichero de contratos vacio (File Status 35 al abrir,
      *  recien definido) no es error: no hay nada que vencer.
       2000-RECORRER-PLAZOS.
           OPEN I-O FILEP
           EVALUATE FS-FILEP
               WHEN '00'
                   MOVE 'Y' TO WS-FILEP-OPEN
                   PERFORM 2100-READ-FILEP
               WHEN '35'
                   DISPLAY 'APPB038: AVISO - PLAZOS VACIO'
                   MOVE '10' TO FS-FILEP
               WHEN OTHER
                   DISPLAY 'APPB038: ERROR ABRIENDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEP
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           PERFORM UNTIL FS-FILEP = '10'
               ADD 1 TO WS-CNT-LEIDOS
               PERFORM 2200-TRATAR-PLAZO
               PERFORM 2100-READ-FILEP
           END-PERFORM.

      * Lectura secuencial del fichero de contratos.
       2100-READ-FILEP.
           READ FILEP NEXT RECORD
           END-READ
           IF FS-FILEP = '00' OR FS-FILEP = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB038: ERROR LEYENDO PLAZOS - FILE STATUS '
                       FS-FILEP
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Contrato en curso: si ya llego su vencimiento se liquida (o
      *  se renueva); si no, y tiene pedida la cancelacion
      *  anticipada, se cancela. Un contrato con la cancelacion
      *  pedida que ya vencio se liquida como vencimiento normal,
      *  sin penalizacion. Lo que queda vivo y vence dentro del
      *  horizonte va al calendario (tambien un plazo recien
      *  renovado, si su nuevo vencimiento cae dentro).
       2200-TRATAR-PLAZO.
           EVALUATE TRUE
               WHEN PLZ-ST-EN-CURSO AND
                    PLZ-FECHA-VTO NOT > WS-PROC-DATE-FULL-N
                   MOVE 'V' TO WS-OPERACION
                   IF PLZ-RENUEVA AND PLZ-ST-VIVO
                       MOVE 'S' TO WS-RENOVAR
                   ELSE
                       MOVE 'N' TO WS-RENOVAR
                   END-IF
                   MOVE PLZ-FECHA-INICIO TO WS-FECHA-DESDE
                   MOVE PLZ-FECHA-VTO TO WS-FECHA-HASTA
                   PERFORM 3000-LIQUIDAR-PLAZO
               WHEN PLZ-ST-CANCEL-PEDIDA
                   MOVE 'K' TO WS-OPERACION
                   MOVE 'N' TO WS-RENOVAR
                   MOVE PLZ-FECHA-INICIO TO WS-FECHA-DESDE
                   MOVE WS-PROC-DATE-FULL-N TO WS-FECHA-HASTA
                   PERFORM 3000-LIQUIDAR-PLAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF PLZ-ST-VIVO AND
              PLZ-FECHA-VTO > WS-PROC-DATE-FULL-N AND
              PLZ-FECHA-VTO NOT > WS-FECHA-LIMITE
               PERFORM 2300-ENTREGAR-CALENDARIO
           END-IF.

      * Vencimiento proximo al SORT del calendario, con la sucursal y
      *  el titular de la cuenta del plazo.
       2300-ENTREGAR-CALENDARIO.
           MOVE PLZ-ACCT-NUM TO REC-ACCT-NUM
           PERFORM 4000-READ-CUENTA
           IF FS-FILEI = '23'
               MOVE '????' TO SRT-BRANCH-CODE
               MOVE '*** CUENTA NO EXISTE ***' TO SRT-CUST-NAME
           ELSE
               MOVE REC-BRANCH-CODE TO SRT-BRANCH-CODE
               MOVE REC-CUST-NAME TO SRT-CUST-NAME
           END-IF
           MOVE PLZ-FECHA-VTO TO SRT-FECHA-VTO
           MOVE PLZ-ACCT-NUM TO SRT-ACCT-NUM
           MOVE PLZ-PRINCIPAL TO SRT-PRINCIPAL
           MOVE PLZ-TASA TO SRT-TASA
           MOVE PLZ-PLAZO-MESES TO SRT-PLAZO-MESES
           MOVE PLZ-RENOVACION TO SRT-RENOVACION
           MOVE PLZ-CTA-LIQUIDACION TO SRT-CTA-LIQUIDACION
           RELEASE REC-SORT
           ADD 1 TO WS-CNT-CALENDARIO.

      * Liquidacion del contrato en curso (vencimiento o
      *  cancelacion): se calcula el interes, se valida que se pueda
      *  mover el dinero y, si se puede, se abona el interes en la
      *  cuenta del plazo y se traspasa a la de liquidacion el neto
      *  (renovacion) o el saldo entero (liquidacion y cancelacion,
      *  que cierran la cuenta del plazo). Si algo lo impide, el
      *  contrato se queda como esta y sale como incidencia: se
      *  reintenta en el proximo proceso.
       3000-LIQUIDAR-PLAZO.
           PERFORM 3100-CALCULAR-INTERES

           PERFORM 3200-VALIDAR-PLAZO

           IF NOT PLAZO-ES-VALIDO
               PERFORM 7000-INCIDENCIA
           ELSE
               PERFORM 3300-ABONAR-INTERES
               IF PLAZO-SE-RENUEVA
                   MOVE WS-INTERES TO WS-IMPORTE-TRASPASO
               ELSE
                   MOVE REC-BALANCE TO WS-IMPORTE-TRASPASO
               END-IF
               PERFORM 3400-TRASPASAR-LIQUIDACION
               IF PLAZO-SE-RENUEVA
                   PERFORM 3600-RENOVAR-CONTRATO
               ELSE
                   PERFORM 3500-CERRAR-CUENTA-PLAZO
                   MOVE WS-OPERACION TO PLZ-ESTADO
               END-IF
               MOVE WS-PROC-DATE-FULL-N TO PLZ-ULT-LIQUIDACION
               MOVE WS-INTERES-BRUTO TO PLZ-ULT-INT-BRUTO
               MOVE WS-PENALIZACION TO PLZ-ULT-PENALIZ
               PERFORM 4300-REWRITE-PLAZO
               PERFORM 3800-DETALLE-INFORME
               PERFORM 3900-ACUMULAR-TOTALES
           END-IF.

      * Interes del contrato: principal por el nominal anual por los
      *  dias naturales devengados partido por 36500, redondeado al
      *  centimo. En la cancelacion anticipada se devenga hasta hoy
      *  y se pierde el PLZ-PENALIZACION % de lo devengado. Sobre el
      *  bruto que se paga se practica la retencion del PARM, como
      *  en APPB010.
       3100-CALCULAR-INTERES.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HASTA) -
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE)
           IF WS-DIAS < ZERO
               MOVE ZERO TO WS-DIAS
           END-IF

           COMPUTE WS-INTERES-DEVENGADO ROUNDED =
               PLZ-PRINCIPAL * PLZ-TASA * WS-DIAS / 36500
               ON SIZE ERROR
                   DISPLAY 'APPB038: ERROR - INTERES DESBORDADO EN EL'
                           ' PLAZO ' PLZ-ACCT-NUM
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-COMPUTE

           IF OPER-CANCELACION
               COMPUTE WS-PENALIZACION ROUNDED =
                   WS-INTERES-DEVENGADO * PLZ-PENALIZACION / 100
           ELSE
               MOVE ZERO TO WS-PENALIZACION
           END-IF
           COMPUTE WS-INTERES-BRUTO =
               WS-INTERES-DEVENGADO - WS-PENALIZACION

           COMPUTE WS-RETENCION ROUNDED =
               WS-INTERES-BRUTO * WS-TASA-RETENCION / 100
           COMPUTE WS-INTERES =
               WS-INTERES-BRUTO - WS-RETENCION.

      * Validaciones antes de mover dinero: la cuenta del plazo y la
      *  de liquidacion deben existir y no estar cerradas; si se
      *  renueva tiene que haber tarifa para el tipo de la cuenta y
      *  el principal; si se liquida el saldo no puede ser negativo;
      *  y lo que sale de la cuenta del plazo no puede comerse lo
      *  retenido en ella hoy (disponible de APPB005).
       3200-VALIDAR-PLAZO.
           MOVE 'S' TO WS-VALIDA
           MOVE '????' TO WS-DEP-BRANCH

           MOVE PLZ-ACCT-NUM TO REC-ACCT-NUM
           PERFORM 4000-READ-CUENTA
           IF FS-FILEI = '23'
               MOVE 'CUENTA DEL PLAZO NO EXISTE' TO INC-MOTIVO
               MOVE 'N' TO WS-VALIDA
           ELSE
               MOVE REC-BRANCH-CODE TO WS-DEP-BRANCH
               MOVE REC-ACCT-TYPE TO WS-DEP-TIPO
               MOVE REC-BALANCE TO WS-DEP-SALDO
               IF REC-ST-CERRADA
                   MOVE 'CUENTA DEL PLAZO CERRADA' TO INC-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF

           IF PLAZO-ES-VALIDO
               MOVE PLZ-CTA-LIQUIDACION TO REC-ACCT-NUM
               PERFORM 4000-READ-CUENTA
               IF FS-FILEI = '23'
                   MOVE 'CUENTA DE LIQUIDACION NO EXISTE'
                       TO INC-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               ELSE
               IF REC-ST-CERRADA
                   MOVE 'CUENTA DE LIQUIDACION CERRADA' TO INC-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
               END-IF
           END-IF

           IF PLAZO-ES-VALIDO AND PLAZO-SE-RENUEVA
               PERFORM 4400-BUSCAR-TARIFA
               IF NOT TARIFA-HALLADA
                   MOVE 'SIN TARIFA PARA RENOVAR EL PLAZO'
                       TO INC-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF

           IF PLAZO-ES-VALIDO AND NOT PLAZO-SE-RENUEVA AND
              WS-DEP-SALDO < ZERO
               MOVE 'SALDO DE LA CUENTA DEL PLAZO NEGATIVO'
                   TO INC-MOTIVO
               MOVE 'N' TO WS-VALIDA
           END-IF

           IF PLAZO-ES-VALIDO
               MOVE ZERO TO WS-RETENIDO
               IF HAY-RETENCIONES
                   PERFORM 4200-SUMAR-RETENCIONES
               END-IF
               COMPUTE WS-DISPONIBLE =
                   WS-DEP-SALDO + WS-INTERES - WS-RETENIDO
               IF PLAZO-SE-RENUEVA
                   MOVE WS-INTERES TO WS-IMPORTE-TRASPASO
               ELSE
                   COMPUTE WS-IMPORTE-TRASPASO =
                       WS-DEP-SALDO + WS-INTERES
               END-IF
               IF WS-IMPORTE-TRASPASO > WS-DISPONIBLE
                   MOVE 'CUENTA DEL PLAZO CON RETENCIONES ACTIVAS'
                       TO INC-MOTIVO
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF.

      * Abono del interes neto en la cuenta del plazo (apunte I,
      *  como APPB010, sin tocar REC-LAST-ACT-DATE) y detalle fiscal
      *  del bruto pagado. Deja la cuenta del plazo en REC-FILEI.
       3300-ABONAR-INTERES.
           MOVE PLZ-ACCT-NUM TO REC-ACCT-NUM
           PERFORM 4000-READ-CUENTA

           IF WS-INTERES > ZERO
               ADD WS-INTERES TO REC-BALANCE
                   ON SIZE ERROR
                       DISPLAY 'APPB038: ERROR - REC-BALANCE DESBORDAD'
                               'O EN LA CUENTA ' REC-ACCT-NUM
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-ADD
               PERFORM 4100-REWRITE-CUENTA
               MOVE 'I' TO WS-JRN-TYPE
               MOVE '+' TO WS-JRN-SIGNO
               MOVE WS-INTERES TO WS-JRN-IMPORTE
               MOVE SPACES TO WS-CONCEPTO
               PERFORM 6000-GRABAR-JOURNAL
           END-IF

           IF WS-INTERES-BRUTO > ZERO
               PERFORM 6100-GRABAR-DETALLE-FISCAL
           END-IF.

      * Traspaso de WS-IMPORTE-TRASPASO de la cuenta del plazo a la
      *  de liquidacion, con las dos patas en el diario en el orden
      *  de APPB005: primero el abono E en la de liquidacion y luego
      *  el cargo S en la del plazo. Como en APPB005, las dos patas
      *  son actividad de la cuenta (REC-LAST-ACT-DATE) y reactivan
      *  una cuenta inactiva. Deja la cuenta del plazo en REC-FILEI.
       3400-TRASPASAR-LIQUIDACION.
           MOVE REC-FILEI TO WS-CTA-PLAZO

           IF WS-IMPORTE-TRASPASO > ZERO
               MOVE PLZ-CTA-LIQUIDACION TO REC-ACCT-NUM
               PERFORM 4000-READ-CUENTA
               ADD WS-IMPORTE-TRASPASO TO REC-BALANCE
                   ON SIZE ERROR
                       DISPLAY 'APPB038: ERROR - REC-BALANCE DESBORDAD'
                               'O EN LA CUENTA ' REC-ACCT-NUM
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-ADD
               PERFORM 3450-MARCAR-ACTIVIDAD
               PERFORM 4100-REWRITE-CUENTA
               MOVE 'E' TO WS-JRN-TYPE
               MOVE '+' TO WS-JRN-SIGNO
               MOVE WS-IMPORTE-TRASPASO TO WS-JRN-IMPORTE
               PERFORM 6000-GRABAR-JOURNAL

               MOVE WS-CTA-PLAZO TO REC-FILEI
               SUBTRACT WS-IMPORTE-TRASPASO FROM REC-BALANCE
               PERFORM 3450-MARCAR-ACTIVIDAD
               PERFORM 4100-REWRITE-CUENTA
               MOVE 'S' TO WS-JRN-TYPE
               MOVE '-' TO WS-JRN-SIGNO
               MOVE WS-IMPORTE-TRASPASO TO WS-JRN-IMPORTE
               PERFORM 6000-GRABAR-JOURNAL
           END-IF.

      * Ultima actividad y reactivacion de una cuenta inactiva, como
      *  en APPB005; el apunte que reactiva lleva concepto I.
       3450-MARCAR-ACTIVIDAD.
           MOVE SPACES TO WS-CONCEPTO
           MOVE WS-PROC-DATE-FULL TO REC-LAST-ACT-DATE
           IF REC-ST-INACTIVA
               MOVE 'A' TO REC-STATUS
               MOVE 'I' TO WS-CONCEPTO
           END-IF.

      * Cierre de la cuenta del plazo (ya a saldo cero) con su
      *  imagen de cambio en MANTAUD, como los cambios de APPB007.
       3500-CERRAR-CUENTA-PLAZO.
           MOVE REC-FILEI TO WS-IMAGEN-CTA-ANTES
           MOVE 'C' TO REC-STATUS
           PERFORM 4100-REWRITE-CUENTA
           PERFORM 6200-GRABAR-MANTAUD
           ADD 1 TO WS-CNT-CERRADAS.

      * Renovacion por el mismo plazo: empieza en el vencimiento
      *  anterior, vence tantos meses despues y toma el tipo de la
      *  tarifa vigente para el tipo de cuenta y el principal.
       3600-RENOVAR-CONTRATO.
           MOVE PLZ-FECHA-VTO TO PLZ-FECHA-INICIO
           MOVE PLZ-FECHA-VTO TO WS-CAL-FECHA-FULL
           PERFORM 5100-CALCULAR-VENCIMIENTO
           MOVE WS-CAL-FECHA-FULL TO PLZ-FECHA-VTO
           MOVE WS-RATE-APLICADA TO PLZ-TASA
           ADD 1 TO PLZ-NUM-RENOVACIONES.

      * Linea de detalle del informe del dia.
       3800-DETALLE-INFORME.
           MOVE PLZ-ACCT-NUM TO DET-ACCT-NUM
           MOVE WS-DEP-BRANCH TO DET-BRANCH
           EVALUATE TRUE
               WHEN OPER-CANCELACION
                   MOVE 'CANCELADO' TO DET-OPERACION
               WHEN PLAZO-SE-RENUEVA
                   MOVE 'RENOVADO' TO DET-OPERACION
               WHEN OTHER
                   MOVE 'LIQUIDADO' TO DET-OPERACION
           END-EVALUATE
           MOVE PLZ-PRINCIPAL TO DET-PRINCIPAL
           MOVE WS-INTERES-BRUTO TO DET-BRUTO
           MOVE WS-PENALIZACION TO DET-PENALIZ
           MOVE WS-RETENCION TO DET-RETENCION
           MOVE WS-IMPORTE-TRASPASO TO DET-TRASPASO
           MOVE PLZ-CTA-LIQUIDACION TO DET-CTA-LIQ
           IF PLAZO-SE-RENUEVA
               MOVE PLZ-FECHA-VTO TO DET-NUEVO-VTO
           ELSE
               MOVE SPACES TO DET-NUEVO-VTO
           END-IF
           MOVE WS-LINEA-DET TO REC-FILEL
           PERFORM 8100-WRITE-LINEA.

      * Contadores y totales de la ejecucion para el resumen y el
      *  registro de control.
       3900-ACUMULAR-TOTALES.
           EVALUATE TRUE
               WHEN OPER-CANCELACION
                   ADD 1 TO WS-CNT-CANCELADOS
               WHEN PLAZO-SE-RENUEVA
                   ADD 1 TO WS-CNT-RENOVADOS
               WHEN OTHER
                   ADD 1 TO WS-CNT-VENCIDOS
           END-EVALUATE
           ADD 1 TO WS-CNT-LIQUIDADOS

           ADD WS-INTERES-BRUTO TO WS-BRUTO-TOTAL
               ON SIZE ERROR
                   DISPLAY 'APPB038: ERROR - WS-BRUTO-TOTAL DESBORDAD'
                           'O'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD
           ADD WS-PENALIZACION TO WS-PENALIZ-TOTAL
               ON SIZE ERROR
                   DISPLAY 'APPB038: ERROR - WS-PENALIZ-TOTAL DESBORD'
                           'ADO'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD
           ADD WS-RETENCION TO WS-RET-TOTAL
               ON SIZE ERROR
                   DISPLAY 'APPB038: ERROR - WS-RET-TOTAL DESBORDADO'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD
           ADD WS-INTERES TO WS-NETO-TOTAL
               ON SIZE ERROR
                   DISPLAY 'APPB038: ERROR - WS-NETO-TOTAL DESBORDADO'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD.

      * Lectura aleatoria del maestro de cuentas (la clave ya viene
      *  puesta); File Status 23 es cuenta inexistente, no error.
       4000-READ-CUENTA.
           READ FILEI
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB038: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rescritura de la cuenta modificada.
       4100-REWRITE-CUENTA.
           REWRITE REC-FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB038: ERROR RESCRIBIENDO FILEIN - FILE STA'
                       'TUS ' FS-FILEI
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Suma de las retenciones de la cuenta del plazo vigentes en
      *  la fecha de proceso, igual que 3160 de APPB005.
       4200-SUMAR-RETENCIONES.
           MOVE PLZ-ACCT-NUM TO HLD-ACCT-NUM
           MOVE ZERO TO HLD-NUM
           START FILEH KEY IS NOT LESS THAN HLD-KEY
           END-START
           EVALUATE FS-FILEH
               WHEN '00'
                   PERFORM 4210-READ-NEXT-RETENCION
                   PERFORM UNTIL FS-FILEH = '10'
                              OR HLD-ACCT-NUM NOT = PLZ-ACCT-NUM
                       IF HLD-ST-ACTIVA AND
                          HLD-FECHA-INICIO NOT > WS-PROC-DATE-FULL-N
                          AND (HLD-FECHA-VENCE = ZERO OR
                          HLD-FECHA-VENCE NOT < WS-PROC-DATE-FULL-N)
                           ADD HLD-AMOUNT TO WS-RETENIDO
                       END-IF
                       PERFORM 4210-READ-NEXT-RETENCION
                   END-PERFORM
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'APPB038: ERROR POSICIONANDO RETENCS - FIL'
                           'E STATUS ' FS-FILEH
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE.

      * Lectura secuencial siguiente del fichero de retenciones.
       4210-READ-NEXT-RETENCION.
           READ FILEH NEXT RECORD
           END-READ
           IF FS-FILEH = '00' OR FS-FILEH = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB038: ERROR LEYENDO RETENCS - FILE STATUS '
                       FS-FILEH
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rescritura del contrato recien leido en secuencia.
       4300-REWRITE-PLAZO.
           REWRITE REC-PLAZO
           IF FS-FILEP NOT = '00'
               DISPLAY 'APPB038: ERROR RESCRIBIENDO PLAZOS - FILE STA'
                       'TUS ' FS-FILEP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Busca en la tabla la primera tarifa cuyo tipo coincide con
      *  el de la cuenta del plazo y cuya banda contiene el principal
      *  (desde/hasta inclusive), como 2200 de APPB010.
       4400-BUSCAR-TARIFA.
           MOVE 'N' TO WS-TAR-HALLADA
           MOVE 1 TO WS-TAR-IDX
           PERFORM UNTIL WS-TAR-IDX > WS-TAR-CNT
                      OR TARIFA-HALLADA
               IF WS-TAR-TYPE (WS-TAR-IDX) = WS-DEP-TIPO AND
                  PLZ-PRINCIPAL >= WS-TAR-LOW (WS-TAR-IDX) AND
                  PLZ-PRINCIPAL <= WS-TAR-HIGH (WS-TAR-IDX)
                   MOVE 'S' TO WS-TAR-HALLADA
                   MOVE WS-TAR-RATE (WS-TAR-IDX) TO WS-RATE-APLICADA
               END-IF
               ADD 1 TO WS-TAR-IDX
           END-PERFORM.

      * Vencimiento: suma PLZ-PLAZO-MESES meses a WS-CAL-FECHA, el
      *  mismo calculo que 5100 de APPB037 en el alta.
       5100-CALCULAR-VENCIMIENTO.
           COMPUTE WS-TOT-MESES =
               WS-CAL-AAAA * 12 + WS-CAL-MM - 1 + PLZ-PLAZO-MESES
           DIVIDE WS-TOT-MESES BY 12
               GIVING WS-CAL-AAAA
               REMAINDER WS-MESES-RESTO
           COMPUTE WS-CAL-MM = WS-MESES-RESTO + 1
           IF WS-CAL-DD > WS-DIAS-MES-E (WS-CAL-MM)
               MOVE WS-DIAS-MES-E (WS-CAL-MM) TO WS-CAL-DD
           END-IF.

      * Apunte en el diario permanente de la cuenta que esta en
      *  REC-FILEI, con su saldo despues del apunte.
       6000-GRABAR-JOURNAL.
           MOVE REC-ACCT-NUM TO JRN-ACCT-NUM
           MOVE WS-PROC-DATE-FULL TO JRN-FECHA
           MOVE WS-JRN-TYPE TO JRN-TYPE
           MOVE WS-JRN-SIGNO TO JRN-SIGNO
           MOVE WS-JRN-IMPORTE TO JRN-AMOUNT
           IF REC-BALANCE < ZERO
               MOVE '-' TO JRN-SALDO-SIGNO
               COMPUTE JRN-SALDO = ZERO - REC-BALANCE
           ELSE
               MOVE '+' TO JRN-SALDO-SIGNO
               MOVE REC-BALANCE TO JRN-SALDO
           END-IF
           MOVE WS-CONCEPTO TO JRN-CONCEPTO
           MOVE ZERO TO JRN-FECHA-ORIG
           WRITE REC-JRNL
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB038: ERROR ESCRIBIENDO JOURNAL - FILE STA'
                       'TUS ' FS-FILEJ
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Detalle fiscal permanente del plazo: bruto pagado, retencion,
      *  neto y tasa aplicada, como 6500 de APPB010.
       6100-GRABAR-DETALLE-FISCAL.
           MOVE PLZ-ACCT-NUM TO RET-ACCT-NUM
           MOVE WS-PROC-DATE-FULL TO RET-FECHA
           MOVE WS-INTERES-BRUTO TO RET-BRUTO
           MOVE WS-RETENCION TO RET-RETENIDO
           MOVE WS-INTERES TO RET-NETO
           MOVE WS-TASA-RETENCION TO RET-TASA
           WRITE REC-FILED
           IF FS-FILED NOT = '00'
               DISPLAY 'APPB038: ERROR ESCRIBIENDO RETDET - FILE STAT'
                       'US ' FS-FILED
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Imagen de cambio del cierre de la cuenta del plazo en
      *  MANTAUD, con la fecha de proceso.
       6200-GRABAR-MANTAUD.
           MOVE 'C' TO MAU-ACTION
           MOVE WS-IMAGEN-CTA-ANTES TO MAU-IMAGEN-ANTES
           MOVE REC-FILEI TO MAU-IMAGEN-DESPUES
           MOVE WS-PROC-DATE-FULL TO MAU-FECHA
           WRITE REC-FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB038: ERROR ESCRIBIENDO MANTAUD - FILE STA'
                       'TUS ' FS-FILEM
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Linea de incidencia con el motivo que dejo puesto la
      *  validacion; el contrato no se toca.
       7000-INCIDENCIA.
           MOVE PLZ-ACCT-NUM TO INC-ACCT-NUM
           MOVE WS-DEP-BRANCH TO INC-BRANCH
           MOVE WS-LINEA-INC TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           ADD 1 TO WS-CNT-INCIDENCIAS.

      * Procedimiento de salida del SORT: recibe los vencimientos en
      *  orden de sucursal y fecha y monta el calendario con ruptura
      *  de control por sucursal.
       7500-IMPRIMIR-CALENDARIO.
           OPEN OUTPUT FILEK
           IF FS-FILEK NOT = '00'
               DISPLAY 'APPB038: ERROR ABRIENDO CALEND - FILE STATUS '
                       FS-FILEK
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEK-OPEN

           MOVE WS-HORIZONTE-DIAS TO CH1-DIAS
           MOVE PARM-PROC-DATE(1:2) TO CH1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO CH1-PROC-DD
           MOVE WS-CAL-H1 TO REC-FILEK
           PERFORM 8200-WRITE-CALENDARIO
           MOVE WS-CAL-H2 TO REC-FILEK
           PERFORM 8200-WRITE-CALENDARIO
           MOVE SPACES TO REC-FILEK
           PERFORM 8200-WRITE-CALENDARIO

           PERFORM 7510-RETURN-SORT
           PERFORM UNTIL SORT-AT-END
               IF SRT-BRANCH-CODE NOT = WS-BRANCH-ACTUAL
                      OR NOT HAY-SUCURSAL-ABIERTA
                   IF HAY-SUCURSAL-ABIERTA
                       PERFORM 7530-SUBTOTAL-SUCURSAL
                   END-IF
                   MOVE SRT-BRANCH-CODE TO WS-BRANCH-ACTUAL
                   MOVE 'S' TO WS-HAY-SUCURSAL
               END-IF
               PERFORM 7520-DETALLE-CALENDARIO
               PERFORM 7510-RETURN-SORT
           END-PERFORM

           IF HAY-SUCURSAL-ABIERTA
               PERFORM 7530-SUBTOTAL-SUCURSAL
           END-IF

           MOVE WS-GT-CNT TO CTT-CNT
           MOVE WS-GT-PRINCIPAL TO CTT-PRINCIPAL
           MOVE WS-CAL-TOT TO REC-FILEK
           PERFORM 8200-WRITE-CALENDARIO

           CLOSE FILEK
           MOVE 'N' TO WS-FILEK-OPEN.

      * RETURN del fichero de clasificacion.
       7510-RETURN-SORT.
           RETURN SFILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      * Linea de detalle del calendario y acumulado de la sucursal.
       7520-DETALLE-CALENDARIO.
           MOVE SRT-BRANCH-CODE TO CDT-BRANCH
           MOVE SRT-FECHA-VTO TO CDT-FECHA-VTO
           MOVE SRT-ACCT-NUM TO CDT-ACCT-NUM
           MOVE SRT-CUST-NAME TO CDT-CUST-NAME
           MOVE SRT-PRINCIPAL TO CDT-PRINCIPAL
           MOVE SRT-TASA TO CDT-TASA
           MOVE SRT-PLAZO-MESES TO CDT-PLAZO-MESES
           IF SRT-RENOVACION = 'R'
               MOVE 'RENOVAR' TO CDT-RENOVACION
           ELSE
               MOVE 'LIQUIDAR' TO CDT-RENOVACION
           END-IF
           MOVE SRT-CTA-LIQUIDACION TO CDT-CTA-LIQ
           MOVE WS-CAL-DET TO REC-FILEK
           PERFORM 8200-WRITE-CALENDARIO

           ADD 1 TO WS-BR-CNT
           ADD SRT-PRINCIPAL TO WS-BR-PRINCIPAL
               ON SIZE ERROR
                   DISPLAY 'APPB038: ERROR - WS-BR-PRINCIPAL DESBORDA'
                           'DO EN LA SUCURSAL ' SRT-BRANCH-CODE
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD.

      * Subtotal de la sucursal que termina y arrastre a los
      *  totales generales.
       7530-SUBTOTAL-SUCURSAL.
           MOVE WS-BRANCH-ACTUAL TO CSB-BRANCH
           MOVE WS-BR-CNT TO CSB-CNT
           MOVE WS-BR-PRINCIPAL TO CSB-PRINCIPAL
           MOVE WS-CAL-SUB TO REC-FILEK
           PERFORM 8200-WRITE-CALENDARIO
           MOVE SPACES TO REC-FILEK
           PERFORM 8200-WRITE-CALENDARIO

           ADD WS-BR-CNT TO WS-GT-CNT
           ADD WS-BR-PRINCIPAL TO WS-GT-PRINCIPAL
               ON SIZE ERROR
                   DISPLAY 'APPB038: ERROR - WS-GT-PRINCIPAL DESBORDA'
                           'DO'
                   MOVE 24 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-ADD
           MOVE ZERO TO WS-BR-CNT
           MOVE ZERO TO WS-BR-PRINCIPAL
           MOVE 'N' TO WS-HAY-SUCURSAL.

      * Resumen final del informe del dia: contadores e importes.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'CONTRATOS LEIDOS:           ' TO CNT-LITERAL
           MOVE WS-CNT-LEIDOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'VENCIDOS Y RENOVADOS:       ' TO CNT-LITERAL
           MOVE WS-CNT-RENOVADOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'VENCIDOS Y LIQUIDADOS:      ' TO CNT-LITERAL
           MOVE WS-CNT-VENCIDOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'CANCELADOS ANTICIPADAMENTE: ' TO CNT-LITERAL
           MOVE WS-CNT-CANCELADOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'CUENTAS DE PLAZO CERRADAS:  ' TO CNT-LITERAL
           MOVE WS-CNT-CERRADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'INCIDENCIAS (SE REINTENTAN):' TO CNT-LITERAL
           MOVE WS-CNT-INCIDENCIAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'EN EL CALENDARIO:           ' TO CNT-LITERAL
           MOVE WS-CNT-CALENDARIO TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'INTERES BRUTO PAGADO:       ' TO IMP-LITERAL
           MOVE WS-BRUTO-TOTAL TO IMP-VALOR
           MOVE WS-LINEA-IMP TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'PENALIZACIONES:             ' TO IMP-LITERAL
           MOVE WS-PENALIZ-TOTAL TO IMP-VALOR
           MOVE WS-LINEA-IMP TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'RETENCION PRACTICADA:       ' TO IMP-LITERAL
           MOVE WS-RET-TOTAL TO IMP-VALOR
           MOVE WS-LINEA-IMP TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'INTERES NETO ABONADO:       ' TO IMP-LITERAL
           MOVE WS-NETO-TOTAL TO IMP-VALOR
           MOVE WS-LINEA-IMP TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           DISPLAY 'APPB038: CONTRATOS LIQUIDADOS: ' WS-CNT-LIQUIDADOS
           DISPLAY 'APPB038: CUENTAS CERRADAS:     ' WS-CNT-CERRADAS
           DISPLAY 'APPB038: INCIDENCIAS:          ' WS-CNT-INCIDENCIAS
           DISPLAY 'APPB038: EN EL CALENDARIO:     ' WS-CNT-CALENDARIO.

      * Escritura de una linea del informe del dia a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILEL AFTER ADVANCING 1 LINE
           IF FS-FILEL NOT = '00'
               DISPLAY 'APPB038: ERROR ESCRIBIENDO INFORME - FILE STA'
                       'TUS ' FS-FILEL
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Escritura de una linea del calendario a un espacio.
       8200-WRITE-CALENDARIO.
           WRITE REC-FILEK AFTER ADVANCING 1 LINE
           IF FS-FILEK NOT = '00'
               DISPLAY 'APPB038: ERROR ESCRIBIENDO CALEND - FILE STAT'
                       'US ' FS-FILEK
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Registro de control de la ejecucion para la conciliacion: el
      *  interes neto es lo unico que cambia el saldo total del banco
      *  (el traspaso es entre cuentas propias) y las cuentas de
      *  plazo cerradas salen del extracto.
       8500-GRABAR-CONTROL.
           MOVE PARM-PROC-DATE TO PCT-PROC-DATE
           MOVE WS-CNT-LIQUIDADOS TO PCT-CNT-LIQUIDADOS
           MOVE WS-CNT-CERRADAS TO PCT-CNT-CERRADAS
           MOVE WS-BRUTO-TOTAL TO PCT-INT-BRUTO
           MOVE WS-RET-TOTAL TO PCT-RETENIDO
           MOVE WS-NETO-TOTAL TO PCT-INT-NETO
           WRITE REC-FILEC
           IF FS-FILEC NOT = '00'
               DISPLAY 'APPB038: ERROR ESCRIBIENDO PLZCTL - FILE STAT'
                       'US ' FS-FILEC
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILEF-IS-OPEN
               CLOSE FILEF
               IF FS-FECHAS NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO DATECTL - FILE ST'
                           'ATUS ' FS-FECHAS
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEF-OPEN
           END-IF

           IF FILET-IS-OPEN
               CLOSE FILET
               IF FS-FILET NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO TARIFAS - FILE ST'
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
                   DISPLAY 'APPB038: ERROR CERRANDO PLAZOS - FILE STA'
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
                   DISPLAY 'APPB038: ERROR CERRANDO FILEIN - FILE STA'
                           'TUS ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILEH-IS-OPEN
               CLOSE FILEH
               IF FS-FILEH NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO RETENCS - FILE ST'
                           'ATUS ' FS-FILEH
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEH-OPEN
           END-IF

           IF FILEJ-IS-OPEN
               CLOSE FILEJ
               IF FS-FILEJ NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO JOURNAL - FILE ST'
                           'ATUS ' FS-FILEJ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEJ-OPEN
           END-IF

           IF FILED-IS-OPEN
               CLOSE FILED
               IF FS-FILED NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO RETDET - FILE STA'
                           'TUS ' FS-FILED
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILED-OPEN
           END-IF

           IF FILEM-IS-OPEN
               CLOSE FILEM
               IF FS-FILEM NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO MANTAUD - FILE ST'
                           'ATUS ' FS-FILEM
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEM-OPEN
           END-IF

           IF FILEC-IS-OPEN
               CLOSE FILEC
               IF FS-FILEC NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO PLZCTL - FILE STA'
                           'TUS ' FS-FILEC
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEC-OPEN
           END-IF

           IF FILEL-IS-OPEN
               CLOSE FILEL
               IF FS-FILEL NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO INFORME - FILE ST'
                           'ATUS ' FS-FILEL
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEL-OPEN
           END-IF

           IF FILEK-IS-OPEN
               CLOSE FILEK
               IF FS-FILEK NOT = '00'
                   DISPLAY 'APPB038: ERROR CERRANDO CALEND - FILE STA'
                           'TUS ' FS-FILEK
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEK-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
      *  el job con el RETURN-CODE que puso el parrafo que detecto el
      *  fallo.
       9900-ABEND-STOP.
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
