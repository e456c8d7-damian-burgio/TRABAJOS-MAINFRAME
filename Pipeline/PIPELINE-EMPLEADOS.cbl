             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      * La simulacion de INSERTAR-EMPLEADOS se corre suelta: dentro
      * de la corrida encadenada dejaria el libro de corridas y los
      * pasos siguientes trabajando sobre un maestro que no cambio.
           IF SIMULACION
             DISPLAY '*** PIPELINE-EMPLEADOS: SIMULACION EN S; LA '
                      'SIMULACION SE CORRE SOLO CON INSERTAR-EMPLEADOS'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-CORRIDAS-LEDGER TO RUT-LEDGER.
           IF PAR-FECHA-EFECTIVA EQUAL SPACES
             ACCEPT WS-DATE FROM DATE
