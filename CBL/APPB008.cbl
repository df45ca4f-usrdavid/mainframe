      *  de antes de la conversion siguen a ceros y hay que
      *  completarlas por mantenimiento) y existir en CLIENTES. El
      *  File Status 23 (no encontrado) NO es error de fichero aqui:
      *  es el defecto que se informa. Una cuenta viva de un cliente
      *  dado de baja o fusionado tambien es defecto, como la de una
      *  sucursal cerrada.
       2300-COMPROBAR-CLIENTE.
           IF REC-CUST-ID NOT NUMERIC
               MOVE 'ID CLIENTE  ' TO EXC-CAMPO
               END-READ
               EVALUATE FS-FILED
                   WHEN '00'
                       IF CLI-ST-BAJA AND NOT REC-ST-CERRADA
                           MOVE 'ID CLIENTE  ' TO EXC-CAMPO
                           MOVE 'CLIENTE DADO DE BAJA O FUSIONADO'
                               TO EXC-MOTIVO
                           PERFORM 7000-GRABAR-EXCEPCION
                       END-IF
                   WHEN '23'
                       MOVE 'ID CLIENTE  ' TO EXC-CAMPO
                       MOVE 'NO EXISTE EN EL MAESTRO DE CLIENTES'
