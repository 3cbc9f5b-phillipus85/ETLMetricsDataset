      * AUTOR  : M. SOSA                                              *
      * DESCRIP: EL MAESTRO DE ENTIDADES ENTTAB (SUBSIDIARIA)       *
      *          TAMBIEN SE GOBIERNA POR VERSIONES                  *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192180                                       *
      * FECHA  : 13 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: EL REGISTRO DE CONTRATOS POR RED REDCON (INICIO,    *
      *          FIN, PREAVISO, ESTADO Y RED SUCESORA) TAMBIEN SE    *
      *          GOBIERNA POR VERSIONES; LO LEE RBD526               *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192197                                       *
      * FECHA  : 04 DE JULIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: REDCON TRAE EN LAS POSICIONES 75-76 LA ENTIDAD      *
      *          DUENA DEL CONTRATO (REDCON-ENTIDAD X(02), TOMADA    *
      *          DEL FILLER X(46) QUE QUEDA EN X(44)). LAS VERSIONES *
      *          DE REDCON QUE SE CARGUEN DEBEN TRAER ESE CAMPO      *
      *          LLENO PARA QUE EL REPORTE CONSOLIDADO DE GRUPO DE   *
      *          RBD542 CLASIFIQUE LAS TRANSACCIONES ENTRE           *
      *          ENTIDADES; EN ESPACIOS SE ASUME LA ENTIDAD 01       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD506.
           PERFORM 101-LEER-PARM506SS THRU 101-FIN.

           IF WK-TABLA NOT = 'REDTAB' AND 'MONTAB' AND
              'TARIF ' AND 'TASAC ' AND 'ENTTAB' AND 'REDCON'
              DISPLAY 'TABLA= DEBE SER REDTAB, MONTAB, TARIF, '
                      'TASAC, ENTTAB O REDCON'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.
