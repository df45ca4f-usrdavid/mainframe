      * Layout del diario permanente de movimientos por cuenta        *
      * (JOURNAL): un registro por cada apunte realmente aplicado al  *
      * maestro, en el orden en que se aplico. Lo escriben APPB005    *
      * (movimientos del dia: depositos, retiros, las dos patas de    *
      * cada traspaso, abono E seguido de cargo S, y las anulaciones) *
      * APPB010 (capitalizacion de intereses), APPB031 (comisiones    *
      * del mes) y APPB038 (vencimiento de plazos fijos: interes I    *
      * del deposito y traspaso E/S a la cuenta de liquidacion), y lo *
      * lee APPB014 para montar el extracto mensual por cuenta.       *
      * El fichero se abre siempre en EXTEND, como el AUDITDS de      *
      * APPB003: nunca se regenera, es el historial que antes se      *
      * - cargo); JRN-SALDO es el saldo de la cuenta DESPUES de       *
      * aplicar el apunte, con su signo aparte, al estilo del         *
      * MCT-NET-SIGNO del control de movimientos.                     *
      * JRN-CONCEPTO, en los apuntes de comision (tipo C), dice que   *
      * comision del baremo es (M mantenimiento,                      *
      * D dias en descubierto, X exceso sobre el limite, N cuota de   *
      * inactividad). En las anulaciones (tipo A) es el tipo del      *
      * apunte original que se deshace (D, R, E, S, I o C) y          *
      * JRN-FECHA-ORIG su fecha: cuenta + fecha original + tipo       *
      * original + importe identifican la pareja original/anulacion.  *
      * En depositos, retiros y traspasos (D, R, E, S) JRN-CONCEPTO   *
      * vale I cuando el apunte reactivo una cuenta inactiva (lo mira *
      * el seguimiento de actividad sospechosa APPB035) y blancos en  *
      * otro caso. JRN-FECHA-ORIG solo se informa en las anulaciones. *
      ******************************************************************
       01 REC-JRNL.
           05 JRN-ACCT-NUM         PIC 9(10).
               88 JRN-TRASP-ABONO      VALUE 'E'.
               88 JRN-TRASP-CARGO      VALUE 'S'.
               88 JRN-INTERES          VALUE 'I'.
               88 JRN-COMISION         VALUE 'C'.
               88 JRN-ANULACION        VALUE 'A'.
           05 JRN-SIGNO            PIC X(01).
           05 JRN-AMOUNT           PIC 9(9)V99.
           05 JRN-SALDO-SIGNO      PIC X(01).
           05 JRN-SALDO            PIC 9(9)V99.
           05 JRN-CONCEPTO         PIC X(01).
               88 JRN-COM-MANTENIMIENTO VALUE 'M'.
               88 JRN-COM-DESCUBIERTO  VALUE 'D'.
               88 JRN-COM-EXCESO       VALUE 'X'.
               88 JRN-COM-INACTIVIDAD  VALUE 'N'.
               88 JRN-REACTIVACION     VALUE 'I'.
           05 JRN-FECHA-ORIG       PIC 9(08) COMP.
