      ******************************************************************
      * ENVLREC.cpy                                                   *
      * Layout del registro de envios de avisos al cliente (VSAM KSDS *
      * por ENV-KEY, LRECL 60) que mantiene APPB039: un registro por  *
      * cuenta que ha dado lugar a un aviso enviado, con el cliente,  *
      * el tipo de aviso y su fecha de referencia (la fecha de        *
      * proceso en los avisos del dia; en el aviso de inactividad la  *
      * fecha de ultima actividad de la cuenta, para avisar una sola  *
      * vez por periodo sin movimientos). ENV-FECHA-ENVIO es la fecha *
      * de proceso en que se envio.                                   *
      * El registro de control (cliente y cuenta a ceros, tipo '*')   *
      * lleva en ENV-FECHA-ENVIO la ultima fecha de proceso cuyo      *
      * fichero de avisos se completo: lo anotado con esa fecha por   *
      * una pasada que no llego al final no se dio por enviado.       *
      ******************************************************************
       01 REC-ENVLOG.
           05 ENV-KEY.
               10 ENV-CUST-ID      PIC 9(08).
               10 ENV-TIPO         PIC X(01).
                   88 ENV-CONTROL      VALUE '*'.
               10 ENV-ACCT-NUM     PIC 9(10).
               10 ENV-FECHA-REF    PIC 9(08).
           05 ENV-FECHA-ENVIO      PIC 9(08).
           05 ENV-IMPORTE          PIC 9(9)V99.
           05 FILLER               PIC X(14).
