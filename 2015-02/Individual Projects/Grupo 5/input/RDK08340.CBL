      * DESCR  : SE AGREGA RD465-IND-CACHE AL LAYOUT DE RD465SS PARA
      *          QUE SIGA SIENDO EL MISMO QUE ESCRIBE RDK08301
      *          (CAMPO NO USADO EN ESTE PROGRAMA)
      *----------------------------------------------------------------
      * REQ    : REQPR00192191
      * FECHA  : 13 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : SE AGREGAN RD465-MS-RESPUESTA Y RD465-IND-RESPALDO AL
      *          LAYOUT DE RD465SS PARA QUE SIGA SIENDO EL MISMO QUE
      *          ESCRIBE RDK08301 (CAMPOS NO USADOS EN ESTE PROGRAMA)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 RD465-COD-RESP              PIC 9(04).
           03 RD465-NUM-OFI               PIC 9(03).
           03 RD465-IND-CACHE             PIC X(01).
           03 RD465-MS-RESPUESTA          PIC 9(07).
           03 RD465-IND-RESPALDO          PIC X(01).

       FD  RD469SS.
       01  REG-RD469SS.
