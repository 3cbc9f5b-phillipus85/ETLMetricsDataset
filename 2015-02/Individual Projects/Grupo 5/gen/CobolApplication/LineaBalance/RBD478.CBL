      *          CN287SE Y EL PENDIENTE CN289SS GANAN EL CAMPO       *
      *          ENTIDAD AL FINAL (BLANCO = '01') Y LA CARGA LO      *
      *          PROPAGA AL PENDIENTE                                *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192183                                       *
      * FECHA  : 20 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: CAMBIOS CON FECHA EFECTIVA: LAS TARJETAS CN287SE Y  *
      *          EL PENDIENTE CN289SS GANAN AL FINAL LA FECHA        *
      *          EFECTIVA (BLANCO O CERO = INMEDIATO), QUE SE        *
      *          PROPAGA AL PENDIENTE PARA QUE RDK08394 LO PROGRAME  *
      *          EN CN291SS AL APROBARLO. UNA FECHA EFECTIVA NO      *
      *          NUMERICA O NO POSTERIOR A LA DEL PROCESO SE RECHAZA *
      *          CON EL NUEVO MOTIVO 'EF'. RB475SS-ENTRADA PASA A    *
      *          170 POSICIONES                                      *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD478.
           03 CN287-FEC-ALTA              PIC 9(08).
           03 CN287-FEC-BAJA              PIC 9(08).
           03 CN287-ENTIDAD               PIC X(02).
           03 CN287-FECHA-EFECTIVA        PIC 9(08).
           03 CN287-FECHA-EFECTIVA-X      REDEFINES
              CN287-FECHA-EFECTIVA        PIC X(08).

       FD  CN285SE.
       01  REG-CN285SE.
           03 CN289-FECHA-DECISION        PIC 9(08).
           03 CN289-HORA-DECISION         PIC 9(06).
           03 CN289-ENTIDAD               PIC X(02).
           03 CN289-FECHA-EFECTIVA        PIC 9(08).

      *----------------------------------------------------------------*
      * RECHAZOS: EL REGISTRO DE ENTRADA TAL CUAL MAS EL MOTIVO        *
      *----------------------------------------------------------------*
       FD  RB475SS.
       01  REG-RB475SS.
           03 RB475SS-ENTRADA             PIC X(170).
           03 RB475SS-MOTIVO              PIC X(02).

      *----------------------------------------------------------------*
              GO TO 220-FIN
           END-IF.

      * FECHA EFECTIVA OPCIONAL (BLANCO O CERO = INMEDIATO); SI SE
      * INFORMA DEBE SER POSTERIOR A LA FECHA DEL PROCESO
           IF CN287-FECHA-EFECTIVA-X = SPACES
              MOVE 0    TO CN287-FECHA-EFECTIVA
           END-IF.

           IF CN287-FECHA-EFECTIVA NOT NUMERIC
              MOVE 0    TO WK-SW-ENTRADA-VALIDA
              MOVE 'EF' TO WK-MOTIVO-RECHAZO
              GO TO 220-FIN
           END-IF.

           IF CN287-FECHA-EFECTIVA > 0 AND
              CN287-FECHA-EFECTIVA NOT > WK-FECHA-SISTEMA
              MOVE 0    TO WK-SW-ENTRADA-VALIDA
              MOVE 'EF' TO WK-MOTIVO-RECHAZO
              GO TO 220-FIN
           END-IF.

           IF CN287-ES-ALTA OR CN287-ES-MODIFICA
              PERFORM 225-VALIDAR-RED THRU 225-FIN
              IF WK-SW-RED-VALIDA = 0
           ELSE
              MOVE CN287-ENTIDAD  TO CN289-ENTIDAD
           END-IF.
           MOVE CN287-FECHA-EFECTIVA  TO CN289-FECHA-EFECTIVA.

           WRITE REG-CN289SS.
           IF ES-CN289SS = '00'
