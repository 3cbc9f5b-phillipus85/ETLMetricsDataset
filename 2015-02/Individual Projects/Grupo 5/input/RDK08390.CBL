      * AUTOR  : M. SOSA
      * DESCR  : VERSION INICIAL DEL PROGRAMA
      *----------------------------------------------------------------
      * REQ    : REQPR00192191
      * FECHA  : 13 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : SE AGREGAN RD465-MS-RESPUESTA Y RD465-IND-RESPALDO AL
      *          LAYOUT DE LA COLA R465 Y DE RD465SS, IGUAL AL
      *          AREA-RD465 QUE ESCRIBE RDK08301, Y SE PASAN AL
      *          REINCORPORAR CADA REGISTRO DESVIADO
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :
           03 RD465TD-COD-RESP            PIC 9(04).
           03 RD465TD-NUM-OFI             PIC 9(03).
           03 RD465TD-IND-CACHE           PIC X(01).
           03 RD465TD-MS-RESPUESTA        PIC 9(07).
           03 RD465TD-IND-RESPALDO        PIC X(01).

       FD  RD465SS.
       01  REG-RD465SS.
           03 RD465-COD-RESP              PIC 9(04).
           03 RD465-NUM-OFI               PIC 9(03).
           03 RD465-IND-CACHE             PIC X(01).
           03 RD465-MS-RESPUESTA          PIC 9(07).
           03 RD465-IND-RESPALDO          PIC X(01).

       FD  RD476SS.
       01  REG-RD476SS.
           MOVE RD465TD-COD-RESP  TO RD465-COD-RESP.
           MOVE RD465TD-NUM-OFI   TO RD465-NUM-OFI.
           MOVE RD465TD-IND-CACHE TO RD465-IND-CACHE.
           MOVE RD465TD-MS-RESPUESTA TO RD465-MS-RESPUESTA.
           MOVE RD465TD-IND-RESPALDO TO RD465-IND-RESPALDO.

           WRITE REG-RD465SS.
           IF ES-RD465SS = '00'
