      *          DE ACERTAR PORQUE COMPARABA UNA HORA SIN HORAS.
      *          LAS HORAS YA GRABADAS COMO MMSSCC NECESITAN LA
      *          MISMA CONVERSION UNICA QUE LAS FECHAS SIN SIGLO
      *----------------------------------------------------------------
      * REQ    : REQPR00192166
      * FECHA  : 23 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : MAESTRO DE INSCRIPCIONES AL SEGURO VOLUNTARIO RD477SS
      *          (LLAVE TIP-IDE + NUM-IDE + TARJETA). UNA VALIDACION
      *          (RD64-VAL-SEG) CON RESPUESTA NORMAL INSCRIBE CADA
      *          RD64-NUM-TC DEVUELTA QUE NO ESTE YA ACTIVA; UNA
      *          CANCELACION (RD64-CAN-SEG) NORMAL DA DE BAJA TODAS
      *          LAS TARJETAS ACTIVAS DE LA IDENTIFICACION. LA
      *          CONSULTA PARA LAS OFICINAS ES RDK08403. UN FALLO AL
      *          ACTUALIZAR EL MAESTRO NO BLOQUEA LA RESPUESTA
      *----------------------------------------------------------------
      * REQ    : REQPR00192191
      * FECHA  : 13 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : MEDICION DEL TIEMPO DE RESPUESTA DE LA CONSULTA. LA
      *          BITACORA RD465SS LLEVA AHORA RD465-MS-RESPUESTA
      *          (MILISEGUNDOS DESDE LA BUSQUEDA EN EL CACHE HASTA LA
      *          RESPUESTA DE RDK08401, INCLUYENDO EL REINTENTO Y EL
      *          RESPALDO) Y RD465-IND-RESPALDO ('S' CUANDO SE TUVO
      *          QUE IR A WK-PGM-BACKUP). EL TIEMPO SE TOMA CON
      *          ACCEPT FROM TIME EN CENTESIMAS Y CONTEMPLA EL CAMBIO
      *          DE DIA. EL REPORTE DIARIO POR HORA Y OFICINA ES RBD536
      *----------------------------------------------------------------
      * REQ    : REQPR00192195
      * FECHA  : 24 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CAPTURA DE DATOS DEMOGRAFICOS PARA LA ASEGURADORA.
      *          CADA CONSULTA (RD64-VAL-SEG / RD64-SOL-DAT) CON
      *          RESPUESTA NORMAL DE RDK08401 (NO DEL CACHE) DEJA EN
      *          RD480SS (LLAVE TIP-IDE + NUM-IDE) LOS NOMBRES,
      *          RD64-DIR-RES, RD64-TEL-RES, RD64-CIU-RES Y
      *          RD64-COD-DPT MAS RECIENTES DEL CLIENTE. RBD541 LOS
      *          COMPARA A DIARIO CONTRA LO ENVIADO A LA ASEGURADORA.
      *          UN FALLO AL GRABAR NO BLOQUEA LA RESPUESTA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.                                           
           02 RD465-COD-RESP                 PIC 9(04).
           02 RD465-NUM-OFI                  PIC 9(03).
           02 RD465-IND-CACHE                PIC X(01).
           02 RD465-MS-RESPUESTA             PIC 9(07).
           02 RD465-IND-RESPALDO             PIC X(01).

       01  WK-RESP-RD465                     PIC S9(08) COMP.

       01  WK-SEG-CACHE                      PIC 9(05).
       01  WK-SEG-TRANSCURRIDOS              PIC S9(06).

      *----------------------------------------------------------------
      * TIEMPO DE RESPUESTA DE LA CONSULTA, EN CENTESIMAS DEL DIA AL
      * INICIO Y AL FINAL; SE GRABA EN MILISEGUNDOS EN RD465SS
      *----------------------------------------------------------------
       01  WK-CS-ACT                         PIC 9(07).
       01  WK-CS-INICIO                      PIC 9(07).
       01  WK-CS-TRANSCURRIDOS               PIC S9(08).
       01  WK-MS-RESPUESTA                   PIC 9(07) VALUE 0.
       01  WK-CS-DIA                         PIC 9(07) VALUE 8640000.
       01  WK-MS-MAXIMO                      PIC 9(07) VALUE 9999999.
       01  WK-IND-RESPALDO                   PIC X(01) VALUE 'N'.

       01  AREA-RD466.
           02 RD466-LLAVE.
              03 RD466-FECHA                 PIC 9(08).

       01  WK-RESP-RD466                     PIC S9(08) COMP.

      *----------------------------------------------------------------
      * MAESTRO DE INSCRIPCIONES AL SEGURO VOLUNTARIO: UN REGISTRO POR
      * IDENTIFICACION Y TARJETA, ACTIVO ('A') O CANCELADO ('C'). LA
      * FECHA DE ALTA ES DESDE CUANDO ESTA CUBIERTA LA TARJETA
      *----------------------------------------------------------------
       01  AREA-RD477.
           02 RD477-LLAVE.
              03 RD477-TIP-IDE               PIC X(01).
              03 RD477-NUM-IDE               PIC 9(16).
              03 RD477-NUM-TC                PIC 9(16).
           02 RD477-ESTADO                   PIC X(01).
              88 RD477-ACTIVA                VALUE 'A'.
              88 RD477-CANCELADA             VALUE 'C'.
           02 RD477-TIP-TC                   PIC X(50).
           02 RD477-NUM-OFI                  PIC 9(03).
           02 RD477-FECHA-ALTA               PIC 9(08).
           02 RD477-USUARIO-ALTA             PIC 9(13).
           02 RD477-FECHA-BAJA               PIC 9(08).
           02 RD477-USUARIO-BAJA             PIC 9(13).
           02 RD477-FECHA-ULT-ACT            PIC 9(08).

       01  WK-RESP-RD477                     PIC S9(08) COMP.
       01  WK-LLAVE-RD477                    PIC X(33).
       01  WK-IX-TC                          PIC 9(02).
       01  WK-SW-FIN-BROWSE                  PIC 9(01) VALUE 0.
       01  WK-CANT-BAJAS                     PIC 9(02).
       01  WK-IX-BAJA                        PIC 9(02).
       01  TB-BAJAS.
           02 TB-BAJA-TC OCCURS 50 TIMES     PIC 9(16).

      *----------------------------------------------------------------
      * ULTIMOS DATOS DEMOGRAFICOS DEVUELTOS POR RDK08401 PARA LA
      * IDENTIFICACION ('L' CONSULTA EN LINEA, 'B' PASO BATCH
      * RDK08310). ES LA FUENTE DEL ENVIO DE CAMBIOS A LA ASEGURADORA
      *----------------------------------------------------------------
       01  AREA-RD480.
           02 RD480-LLAVE.
              03 RD480-TIP-IDE               PIC X(01).
              03 RD480-NUM-IDE               PIC 9(16).
           02 RD480-FECHA                    PIC 9(08).
           02 RD480-HORA                     PIC 9(06).
           02 RD480-ORIGEN                   PIC X(01).
           02 RD480-PRI-APELLIDO             PIC X(20).
           02 RD480-SEG-APELLIDO             PIC X(20).
           02 RD480-PRI-NOMBRE               PIC X(20).
           02 RD480-SEG-NOMBRE               PIC X(20).
           02 RD480-DIR-RES                  PIC X(100).
           02 RD480-TEL-RES                  PIC 9(10).
           02 RD480-CIU-RES                  PIC 9(05).
           02 RD480-COD-DPT                  PIC 9(05).

       01  WK-RESP-RD480                     PIC S9(08) COMP.

       01  WK-RESP-BACKUP                    PIC S9(08) COMP.

       01  WK-ERRORES.

           MOVE 0     TO WK-SW-CACHE-HIT.
           MOVE SPACE TO WK-IND-CACHE.
           MOVE 'N'   TO WK-IND-RESPALDO.
           PERFORM 033-TOMAR-HORA THRU 033-FIN.
           MOVE WK-CS-ACT TO WK-CS-INICIO.
           IF RD64-VAL-SEG OR RD64-SOL-DAT
              PERFORM 023-BUSCAR-CACHE THRU 023-FIN
           END-IF.
                    PERFORM 022-LINK-BACKUP THRU 022-FIN
                 END-IF
              END-IF
           END-IF.

           PERFORM 034-CALCULAR-RESPUESTA THRU 034-FIN.

           IF WK-SW-CACHE-HIT = 0
              IF RD64-VAL-SEG OR RD64-SOL-DAT
                 PERFORM 024-GUARDAR-CACHE THRU 024-FIN
              END-IF

           MOVE RD64-SALIDA TO RD63-SALIDA.

           IF RD64-COD-RESP = 0
              IF RD64-VAL-SEG
                 PERFORM 031-INSCRIBIR-TARJETAS THRU 031-FIN
              END-IF
              IF RD64-CAN-SEG
                 PERFORM 032-CANCELAR-INSCRIPCION THRU 032-FIN
              END-IF
              IF WK-SW-CACHE-HIT = 0
                 IF RD64-VAL-SEG OR RD64-SOL-DAT
                    PERFORM 035-GUARDAR-DEMOGRAFIA THRU 035-FIN
                 END-IF
              END-IF
           END-IF.

           PERFORM 026-VERIFICAR-MAS-TC THRU 026-FIN.
           PERFORM 025-GRABAR-AUDITORIA THRU 025-FIN.

      *----------------------------------------------------------------*
       022-LINK-BACKUP.

           MOVE 'S' TO WK-IND-RESPALDO.

           EXEC CICS LINK
                     PROGRAM(WK-PGM-BACKUP)
                     COMMAREA(AREA-RD64)
       022-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * HORA ACTUAL EN CENTESIMAS DESDE LA MEDIANOCHE                  *
      *----------------------------------------------------------------*
       033-TOMAR-HORA.

           ACCEPT WK-HORA-ACT FROM TIME.
           COMPUTE WK-CS-ACT = WK-HA-HH * 360000
                             + WK-HA-MM * 6000
                             + WK-HA-SS * 100
                             + WK-HA-CC.

       033-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MILISEGUNDOS TRANSCURRIDOS DESDE WK-CS-INICIO. SI LA CONSULTA  *
      * CRUZO LA MEDIANOCHE SE SUMA UN DIA; UN VALOR QUE NO CABE EN    *
      * RD465-MS-RESPUESTA SE DEJA EN EL MAXIMO                        *
      *----------------------------------------------------------------*
       034-CALCULAR-RESPUESTA.

           PERFORM 033-TOMAR-HORA THRU 033-FIN.
           COMPUTE WK-CS-TRANSCURRIDOS = WK-CS-ACT - WK-CS-INICIO.
           IF WK-CS-TRANSCURRIDOS < 0
              ADD WK-CS-DIA TO WK-CS-TRANSCURRIDOS
           END-IF.

           IF WK-CS-TRANSCURRIDOS > 999999
              MOVE WK-MS-MAXIMO TO WK-MS-RESPUESTA
           ELSE
              COMPUTE WK-MS-RESPUESTA = WK-CS-TRANSCURRIDOS * 10
           END-IF.

       034-FIN.
           EXIT.

      *----------------------------------------------------------------
      * BUSCA LA IDENTIFICACION EN EL CACHE RD475SS. ES ACIERTO SOLO
      * SI LA ENTRADA ES DEL MISMO DIA Y TIENE MENOS DE
           MOVE RD64-COD-RESP TO RD465-COD-RESP.
           MOVE RD64-NUM-OFI  TO RD465-NUM-OFI.
           MOVE WK-IND-CACHE  TO RD465-IND-CACHE.
           MOVE WK-MS-RESPUESTA TO RD465-MS-RESPUESTA.
           MOVE WK-IND-RESPALDO TO RD465-IND-RESPALDO.

           EXEC CICS WRITE
                     FILE('RD465SS')
           EXIT.


      *----------------------------------------------------------------
      * VALIDACION NORMAL: CADA TARJETA DEVUELTA POR RDK08401 QUEDA
      * INSCRITA. LA QUE YA ESTA ACTIVA CONSERVA SU FECHA DE ALTA; LA
      * CANCELADA SE REACTIVA CON FECHA DE ALTA NUEVA
      *----------------------------------------------------------------
       031-INSCRIBIR-TARJETAS.

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WK-IX-TC.
           PERFORM 0310-INSCRIBIR-TARJETA THRU 0310-FIN
                   UNTIL WK-IX-TC >= 30.

       031-FIN.
           EXIT.

       0310-INSCRIBIR-TARJETA.

           ADD 1 TO WK-IX-TC.
           IF RD64-NUM-TC (WK-IX-TC) = 0
              GO TO 0310-FIN
           END-IF.

           MOVE RD64-TIP-IDE            TO RD477-TIP-IDE.
           MOVE RD64-NUM-IDE            TO RD477-NUM-IDE.
           MOVE RD64-NUM-TC (WK-IX-TC)  TO RD477-NUM-TC.

           EXEC CICS READ
                     FILE('RD477SS')
                     INTO(AREA-RD477)
                     RIDFLD(RD477-LLAVE)
                     UPDATE
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 = DFHRESP(NORMAL)
              MOVE RD64-TIP-TC (WK-IX-TC) TO RD477-TIP-TC
              MOVE WK-FECHA-HOY           TO RD477-FECHA-ULT-ACT
              IF RD477-CANCELADA
                 SET  RD477-ACTIVA        TO TRUE
                 MOVE RD64-NUM-OFI        TO RD477-NUM-OFI
                 MOVE WK-FECHA-HOY        TO RD477-FECHA-ALTA
                 MOVE RD64-USUARIO        TO RD477-USUARIO-ALTA
                 MOVE 0                   TO RD477-FECHA-BAJA
                 MOVE 0                   TO RD477-USUARIO-BAJA
              END-IF
              EXEC CICS REWRITE
                        FILE('RD477SS')
                        FROM(AREA-RD477)
                        RESP(WK-RESP-RD477)
              END-EXEC
              GO TO 0310-FIN
           END-IF.

           IF WK-RESP-RD477 NOT = DFHRESP(NOTFND)
              GO TO 0310-FIN
           END-IF.

           SET  RD477-ACTIVA            TO TRUE.
           MOVE RD64-TIP-TC (WK-IX-TC)  TO RD477-TIP-TC.
           MOVE RD64-NUM-OFI            TO RD477-NUM-OFI.
           MOVE WK-FECHA-HOY            TO RD477-FECHA-ALTA.
           MOVE RD64-USUARIO            TO RD477-USUARIO-ALTA.
           MOVE 0                       TO RD477-FECHA-BAJA.
           MOVE 0                       TO RD477-USUARIO-BAJA.
           MOVE WK-FECHA-HOY            TO RD477-FECHA-ULT-ACT.

           EXEC CICS WRITE
                     FILE('RD477SS')
                     FROM(AREA-RD477)
                     LENGTH(LENGTH OF AREA-RD477)
                     RIDFLD(RD477-LLAVE)
                     RESP(WK-RESP-RD477)
           END-EXEC.

       0310-FIN.
           EXIT.

      *----------------------------------------------------------------
      * CANCELACION NORMAL: SE RECORREN LAS TARJETAS INSCRITAS DE LA
      * IDENTIFICACION Y SE DAN DE BAJA LAS ACTIVAS. LAS LLAVES SE
      * JUNTAN PRIMERO PORQUE NO SE ACTUALIZA DENTRO DEL BROWSE
      *----------------------------------------------------------------
       032-CANCELAR-INSCRIPCION.

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WK-CANT-BAJAS.
           MOVE RD64-TIP-IDE TO RD477-TIP-IDE.
           MOVE RD64-NUM-IDE TO RD477-NUM-IDE.
           MOVE 0            TO RD477-NUM-TC.
           MOVE RD477-LLAVE  TO WK-LLAVE-RD477.

           EXEC CICS STARTBR
                     FILE('RD477SS')
                     RIDFLD(WK-LLAVE-RD477)
                     GTEQ
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 NOT = DFHRESP(NORMAL)
              GO TO 032-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 0320-JUNTAR-ACTIVA THRU 0320-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RD477SS')
                     RESP(WK-RESP-RD477)
           END-EXEC.

           MOVE 0 TO WK-IX-BAJA.
           PERFORM 0321-DAR-DE-BAJA THRU 0321-FIN
                   UNTIL WK-IX-BAJA >= WK-CANT-BAJAS.

       032-FIN.
           EXIT.

       0320-JUNTAR-ACTIVA.

           EXEC CICS READNEXT
                     FILE('RD477SS')
                     INTO(AREA-RD477)
                     RIDFLD(WK-LLAVE-RD477)
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 0320-FIN
           END-IF.

           IF RD477-TIP-IDE NOT = RD64-TIP-IDE OR
              RD477-NUM-IDE NOT = RD64-NUM-IDE
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 0320-FIN
           END-IF.

           IF RD477-ACTIVA AND WK-CANT-BAJAS < 50
              ADD  1            TO WK-CANT-BAJAS
              MOVE RD477-NUM-TC TO TB-BAJA-TC (WK-CANT-BAJAS)
           END-IF.

       0320-FIN.
           EXIT.

       0321-DAR-DE-BAJA.

           ADD 1 TO WK-IX-BAJA.
           MOVE RD64-TIP-IDE               TO RD477-TIP-IDE.
           MOVE RD64-NUM-IDE               TO RD477-NUM-IDE.
           MOVE TB-BAJA-TC (WK-IX-BAJA)    TO RD477-NUM-TC.

           EXEC CICS READ
                     FILE('RD477SS')
                     INTO(AREA-RD477)
                     RIDFLD(RD477-LLAVE)
                     UPDATE
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 NOT = DFHRESP(NORMAL)
              GO TO 0321-FIN
           END-IF.

           SET  RD477-CANCELADA TO TRUE.
           MOVE WK-FECHA-HOY    TO RD477-FECHA-BAJA.
           MOVE RD64-USUARIO    TO RD477-USUARIO-BAJA.
           MOVE WK-FECHA-HOY    TO RD477-FECHA-ULT-ACT.

           EXEC CICS REWRITE
                     FILE('RD477SS')
                     FROM(AREA-RD477)
                     RESP(WK-RESP-RD477)
           END-EXEC.

       0321-FIN.
           EXIT.

      *----------------------------------------------------------------
      * DEJA EN RD480SS LOS DATOS DEMOGRAFICOS QUE ACABA DE DEVOLVER
      * RDK08401. UN FALLO AL GRABAR NO AFECTA LA RESPUESTA AL
      * LLAMADOR
      *----------------------------------------------------------------
       035-GUARDAR-DEMOGRAFIA.

           MOVE RD64-TIP-IDE  TO RD480-TIP-IDE.
           MOVE RD64-NUM-IDE  TO RD480-NUM-IDE.

           EXEC CICS READ
                     FILE('RD480SS')
                     INTO(AREA-RD480)
                     RIDFLD(RD480-LLAVE)
                     UPDATE
                     RESP(WK-RESP-RD480)
           END-EXEC.

           IF WK-RESP-RD480 NOT = DFHRESP(NORMAL) AND
              WK-RESP-RD480 NOT = DFHRESP(NOTFND)
              GO TO 035-FIN
           END-IF.

           ACCEPT RD480-FECHA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACT FROM TIME.
           MOVE WK-HORA-ACT(1:6)    TO RD480-HORA.
           MOVE 'L'                 TO RD480-ORIGEN.
           MOVE RD64-PRI-APELLIDO   TO RD480-PRI-APELLIDO.
           MOVE RD64-SEG-APELLIDO   TO RD480-SEG-APELLIDO.
           MOVE RD64-PRI-NOMBRE     TO RD480-PRI-NOMBRE.
           MOVE RD64-SEG-NOMBRE     TO RD480-SEG-NOMBRE.
           MOVE RD64-DIR-RES        TO RD480-DIR-RES.
           MOVE RD64-TEL-RES        TO RD480-TEL-RES.
           MOVE RD64-CIU-RES        TO RD480-CIU-RES.
           MOVE RD64-COD-DPT        TO RD480-COD-DPT.

           IF WK-RESP-RD480 = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                        FILE('RD480SS')
                        FROM(AREA-RD480)
                        RESP(WK-RESP-RD480)
              END-EXEC
           ELSE
              MOVE RD64-TIP-IDE  TO RD480-TIP-IDE
              MOVE RD64-NUM-IDE  TO RD480-NUM-IDE
              EXEC CICS WRITE
                        FILE('RD480SS')
                        FROM(AREA-RD480)
                        LENGTH(LENGTH OF AREA-RD480)
                        RIDFLD(RD480-LLAVE)
                        RESP(WK-RESP-RD480)
              END-EXEC
           END-IF.

       035-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD63-COD-RESP.
