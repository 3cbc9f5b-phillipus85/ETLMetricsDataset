      *          REPRESENTACION. LO YA GRABADO SIN SIGLO DEBE
      *          CONVERTIRSE UNA UNICA VEZ ANTES DE USAR ESTE PASO
      *----------------------------------------------------------------
      * REQ    : REQPR00192191
      * FECHA  : 13 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : SE AGREGAN RD465-MS-RESPUESTA Y RD465-IND-RESPALDO AL
      *          LAYOUT DE RD465SS Y SUS EQUIVALENTES AL DE ARC465SS
      *          PARA QUE EL ARCHIVO ANUAL CONSERVE EL REGISTRO
      *          COMPLETO QUE ESCRIBE RDK08301
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :
           03 RD465-COD-RESP              PIC 9(04).
           03 RD465-NUM-OFI               PIC 9(03).
           03 RD465-IND-CACHE             PIC X(01).
           03 RD465-MS-RESPUESTA          PIC 9(07).
           03 RD465-IND-RESPALDO          PIC X(01).

      *----------------------------------------------------------------*
      * MISMO LAYOUT DE AREA-RD466 QUE ESCRIBE RDK08301               *
           03 ARC465-COD-RESP             PIC 9(04).
           03 ARC465-NUM-OFI              PIC 9(03).
           03 ARC465-IND-CACHE            PIC X(01).
           03 ARC465-MS-RESPUESTA         PIC 9(07).
           03 ARC465-IND-RESPALDO         PIC X(01).

       FD  ARC466SS.
       01  REG-ARC466SS.
