      *          EL CONTADOR 10 DE LA BITACORA RBLEDSS PASA A SER    *
      *          ENVIADOS-FRAUDE (EL DE CALIDAD DE DATOS SIGUE EN    *
      *          EL LOG DE LA CORRIDA)                               *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192169                                       *
      * FECHA  : 26 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LA TABLA DE EXTRACTOS PROCESADOS PASA DE 200 A 2000 *
      *          ENTRADAS: LA DEPURACION RBD518 CONSERVA EN RB452SS  *
      *          AL MENOS UN ANIO DE EXTRACTOS PARA EL CONTROL DE    *
      *          DOBLE CARGA                                         *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192173                                       *
      * FECHA  : 02 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RB461SS GANA AL FINAL EL NOMB-ARCH-CARG DEL         *
      *          EXTRACTO QUE TRAJO EL REGISTRO Y RB452SS LA HORA DE *
      *          INICIO DE LA CORRIDA QUE CONSUMIO CADA EXTRACTO     *
      *          (HORA-PROC), PARA QUE EL TABLERO DE CARGADORES      *
      *          RBD521 ATRIBUYA RECHAZOS POR SISTEMA DE ORIGEN Y    *
      *          MIDA LA PUNTUALIDAD CONTRA LA HORA DE CORTE DE      *
      *          RUTASSS                                             *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192174                                       *
      * FECHA  : 03 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: TRANSACCIONES TARDIAS: AL INICIO SE CARGAN LOS      *
      *          MESES CERRADOS (COMPLETO O CONSOLIDADO) DEL         *
      *          REGISTRO DE PERIODOS RBPERSS. UNA TRANSACCION       *
      *          EMPAREJADA CUYO MES YA ESTA CERRADO NO SALE EN      *
      *          RB457SS SINO EN EL NUEVO ARCHIVO DE TARDIAS RB457LT *
      *          (MISMO FORMATO), CUYO TRAILER LLEVA EL RANGO DE     *
      *          MESES CERRADOS QUE CONTIENE PARA QUE RBD470 LO      *
      *          ENVIE COMO CORRECCION. CONTADOR Y HASH VAN A RBCKPT *
      *          Y LA RECONCILIACION DE CN255SE SUMA LAS TARDIAS     *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192175                                       *
      * FECHA  : 04 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: OPCION ORDENAR-CN255SE: SI CN255SE LLEGA SIN        *
      *          CLASIFICAR SE ORDENA EN LA CORRIDA A CN255OR, SE    *
      *          INFORMA LA CANTIDAD DE LLAVES FUERA DE ORDEN EN EL  *
      *          LOG Y EN LA BITACORA Y SE TERMINA CON RC 4          *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192181                                       *
      * FECHA  : 16 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LIMITES POR DISPOSITIVO: LA TABLA LIMTAB FIJA POR   *
      *          TIPO DE DISPOSITIVO (CN285SE-DISP), LOCALIZACION    *
      *          (BLANCO = CUALQUIERA) Y MONEDA UN MONTO MAXIMO POR  *
      *          TRANSACCION Y UNA CANTIDAD Y UN MONTO MAXIMOS       *
      *          DIARIOS (CERO = SIN CONTROL). CADA TRANSACCION      *
      *          EMPAREJADA SE ACUMULA POR DISPOSITIVO, MONEDA Y     *
      *          FECHA DE TRANSACCION; SI EXCEDE UN LIMITE SIGUE EN  *
      *          RB457SS PERO SE GRABA ADEMAS EN LA NUEVA EXCEPCION  *
      *          RB457EX CON EL MOTIVO (MT MONTO POR TRANSACCION, MD *
      *          MONTO DIARIO, CD CANTIDAD DIARIA) Y VA AL FEED DE   *
      *          FRAUDE RBFRDSS CON ESE MOTIVO; FUERA DE INTRADIA EL *
      *          FEED SOLO RECIBE LOS EXCESOS, CON MARCA DE AGUA     *
      *          PROPIA. SIN LIMTAB NO SE CONTROLA. EN MODO          *
      *          PARTICION NO SE CONTROLA (LOS ACUMULADOS SERIAN     *
      *          PARCIALES); EN INTRADIA Y TRAS UN RESTART LOS       *
      *          ACUMULADOS DIARIOS CUENTAN SOLO LO PROCESADO EN LA  *
      *          CORRIDA. CONTADOR Y HASH DE RB457EX VAN A RBCKPT    *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192187                                       *
      * FECHA  : 02 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: SANCIONES: SI LA TRANSACCION EMPAREJADA TIENE       *
      *          ALERTA PENDIENTE O CONFIRMADA EN LA CUSTODIA        *
      *          RB532SS (FILTRO RBD532) SE GRABA IGUAL EN RB457SS,  *
      *          RB457DV Y FRAUDE PERO NO SALE A SU EXTRACTO POR     *
      *          RED; SE ANOTA EN LA ALERTA LA FECHA DE RETENCION,   *
      *          LA RED, LA ENTIDAD Y LA CUENTA YA PROTEGIDA. AL     *
      *          CIERRE DE LA CORRIDA NORMAL LAS ALERTAS LIBERADAS   *
      *          EN LINEA (RDK08408) SALEN A SU RED CON ESA IMAGEN Y *
      *          QUEDAN ENVIADAS. EN INTRADIA Y EN MODO PARTICION SE *
      *          RETIENE PERO NO SE LIBERA. SIN RB532SS NO SE        *
      *          RETIENE NADA                                        *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192197                                       *
      * FECHA  : 04 DE JULIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: CUADRE POR MONEDA CON RBD474: LAS RETENIDAS POR     *
      *          SANCIONES (EN RB457SS SIN SALIR A SU EXTRACTO) Y    *
      *          LAS LIBERADAS AL CIERRE (EN SU EXTRACTO SIN VOLVER  *
      *          A RB457SS) SE ANOTAN EN RB457EX COMO AJUSTES CON    *
      *          MOTIVO RS Y LS, CON MONTO Y MONEDA Y SIN LIMITE NI  *
      *          VALOR; ENTRAN AL CONTADOR Y AL HASH DEL TRAILER. SE *
      *          ACLARA QUE LA TARDIA SOLO SE DESVIA DEL REPORTE AL  *
      *          CNBS Y SIGUE SALIENDO A SU EXTRACTO. EL REGISTRO DE *
      *          RBFRDSS ES DE 81 BYTES DESDE EL MOTIVO DE LIMITE:   *
      *          EL FEED SE REASIGNA CON LRECL=81                    *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD457.
           SELECT  RBHWMSS     ASSIGN TO SYS039-RBHWMSS
                               FILE STATUS ES-RBHWMSS.

           SELECT  RB457LT     ASSIGN TO SYS040-RB457LT
                               FILE STATUS ES-RB457LT.

           SELECT  RBPERSS     ASSIGN TO SYS041-RBPERSS
                               FILE STATUS ES-RBPERSS.

           SELECT  CN255OR     ASSIGN TO SYS042-CN255OR
                               FILE STATUS ES-CN255OR.

           SELECT  LIMTAB      ASSIGN TO SYS043-LIMTAB
                               FILE STATUS ES-LIMTAB.

           SELECT  RB457EX     ASSIGN TO SYS044-RB457EX
                               FILE STATUS ES-RB457EX.

           SELECT  RB532SS     ASSIGN TO SYS045-RB532SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB532SS-LLAVE
                               FILE STATUS ES-RB532SS.

           SELECT  SD255       ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.

           03 RB457DV-TRL-CANT-REGS       PIC 9(10).
           03 RB457DV-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * TARDIAS: TRANSACCIONES EMPAREJADAS CUYO MES YA ESTA CERRADO EN *
      * RBPERSS. MISMO FORMATO QUE RB457SS PARA QUE RBD470 LAS ENVIE   *
      * COMO CORRECCION (TIPO-ENVIO=C) DEL PERIODO QUE LLEVA EL TRL    *
      *----------------------------------------------------------------*
       FD  RB457LT.
       01  REG-RB457LT.
           03 RB457LT-NUM-CTA             PIC 9(16).
           03 RB457LT-NUM-TRANSAC         PIC 9(16).
           03 RB457LT-TIP-TRANSAC         PIC X(3).
           03 RB457LT-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB457LT-MONEDA              PIC X(3).
           03 RB457LT-FECHA-TRANSAC       PIC 9(8).
           03 RB457LT-HORA-TRANSAC        PIC 9(6).
           03 RB457LT-NOMB-ARCH-CARG      PIC X(100).
           03 RB457LT-NOMBRE-RED          PIC X(100).
           03 RB457LT-RED-ADQUIR          PIC X(2).
           03 RB457LT-ENTIDAD             PIC X(2).
       01  REG-RB457LT-TRL.
           03 RB457LT-TRL-TIPO-REG        PIC X(3) VALUE 'TRL'.
           03 RB457LT-TRL-CANT-REGS       PIC 9(10).
           03 RB457LT-TRL-HASH-CTL        PIC 9(18).
           03 RB457LT-TRL-PERIODO-DESDE   PIC 9(06).
           03 RB457LT-TRL-PERIODO-HASTA   PIC 9(06).

      *----------------------------------------------------------------*
      * LIMITES POR TIPO DE DISPOSITIVO, LOCALIZACION Y MONEDA. CERO   *
      * EN UN LIMITE = SIN CONTROL; LOCALIZACION EN BLANCO VALE PARA   *
      * CUALQUIER LOCALIZACION DEL TIPO                                *
      *----------------------------------------------------------------*
       FD  LIMTAB.
       01  REG-LIMTAB.
           03 LIMTAB-DISP                 PIC X(3).
           03 LIMTAB-LOCALIZACION         PIC X(1).
           03 LIMTAB-MONEDA               PIC X(3).
           03 LIMTAB-MONTO-MAX-TRX        PIC 9(13)V9(02).
           03 LIMTAB-CANT-MAX-DIA         PIC 9(05).
           03 LIMTAB-MONTO-MAX-DIA        PIC 9(13)V9(02).

      *----------------------------------------------------------------*
      * EXCESOS DE LIMITE POR DISPOSITIVO: LA TRANSACCION SIGUE EN     *
      * RB457SS Y AQUI QUEDA EL MOTIVO, EL LIMITE Y EL VALOR QUE LO    *
      * EXCEDIO (MONTO, MONTO DEL DIA O CANTIDAD DEL DIA). TAMBIEN SE  *
      * ANOTAN AQUI, SIN LIMITE NI VALOR, LAS RETENIDAS POR SANCIONES  *
      * (RS: EN RB457SS PERO NO EN SU EXTRACTO) Y LAS LIBERADAS (LS:   *
      * EN SU EXTRACTO SIN VOLVER A RB457SS), PARA QUE EL CUADRE DE    *
      * RBD474 POR MONEDA PUEDA AJUSTAR UN LADO CONTRA EL OTRO         *
      *----------------------------------------------------------------*
       FD  RB457EX.
       01  REG-RB457EX.
           03 RB457EX-NUM-CTA             PIC 9(16).
           03 RB457EX-NUM-TRANSAC         PIC 9(16).
           03 RB457EX-TIP-TRANSAC         PIC X(3).
           03 RB457EX-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB457EX-MONEDA              PIC X(3).
           03 RB457EX-FECHA-TRANSAC       PIC 9(8).
           03 RB457EX-HORA-TRANSAC        PIC 9(6).
           03 RB457EX-RED-ADQUIR          PIC X(2).
           03 RB457EX-DISP                PIC X(3).
           03 RB457EX-NUM-DISPOSITIVO     PIC X(4).
           03 RB457EX-LOCALIZACION        PIC X(1).
           03 RB457EX-ENTIDAD             PIC X(2).
           03 RB457EX-MOTIVO              PIC X(2).
              88 RB457EX-MONTO-TRX        VALUE 'MT'.
              88 RB457EX-MONTO-DIA        VALUE 'MD'.
              88 RB457EX-CANT-DIA         VALUE 'CD'.
              88 RB457EX-RETENIDA-SANC    VALUE 'RS'.
              88 RB457EX-LIBERADA-SANC    VALUE 'LS'.
           03 RB457EX-LIMITE              PIC 9(13)V9(02).
           03 RB457EX-VALOR               PIC 9(15)V9(02).
       01  REG-RB457EX-TRL.
           03 RB457EX-TRL-TIPO-REG        PIC X(3) VALUE 'TRL'.
           03 RB457EX-TRL-CANT-REGS       PIC 9(10).
           03 RB457EX-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * REGISTRO DE PERIODOS QUE MANTIENE EL CIERRE RBD476             *
      *----------------------------------------------------------------*
       FD  RBPERSS.
       01  REG-RBPERSS.
           03 RBPER-PERIODO               PIC 9(06).
           03 RBPER-ESTADO                PIC X(01).
              88 RBPER-ABIERTO            VALUE 'A'.
              88 RBPER-COMPLETO           VALUE 'C'.
              88 RBPER-CONSOLIDADO        VALUE 'X'.
           03 RBPER-FECHA-MARCA           PIC 9(08).

      *----------------------------------------------------------------*
      * CUSTODIA DE ALERTAS DE SANCIONES DE RBD532 (MISMO LAYOUT). LA  *
      * TRANSACCION CON ALERTA PENDIENTE O CONFIRMADA NO SALE A SU RED *
      * HASTA QUE CUMPLIMIENTO LA LIBERA EN LINEA (RDK08408)           *
      *----------------------------------------------------------------*
       FD  RB532SS.
       01  REG-RB532SS.
           03 RB532SS-LLAVE.
              05 RB532SS-NUM-CTA          PIC 9(16).
              05 RB532SS-NUM-TRANSAC      PIC 9(16).
              05 RB532SS-TIP-TRANSAC      PIC X(3).
           03 RB532SS-FECHA-ALERTA        PIC 9(8).
           03 RB532SS-SCORE               PIC 9(3).
           03 RB532SS-CAMPO               PIC X(12).
           03 RB532SS-LISTA-ID            PIC X(12).
           03 RB532SS-LISTA               PIC X(10).
           03 RB532SS-LISTA-NOMBRE        PIC X(80).
           03 RB532SS-TEXTO               PIC X(100).
           03 RB532SS-ESTADO              PIC X(01).
              88 RB532SS-PENDIENTE        VALUE 'P'.
              88 RB532SS-CONFIRMADA       VALUE 'S'.
              88 RB532SS-LIBERADA         VALUE 'L'.
              88 RB532SS-ENVIADA          VALUE 'F'.
           03 RB532SS-USUARIO-DECISION    PIC X(13).
           03 RB532SS-NUM-OFI-DECISION    PIC 9(03).
           03 RB532SS-FECHA-DECISION      PIC 9(8).
           03 RB532SS-HORA-DECISION       PIC 9(6).
           03 RB532SS-OBSERVACION         PIC X(40).
           03 RB532SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB532SS-MONEDA              PIC X(3).
           03 RB532SS-FECHA-TRANSAC       PIC 9(8).
           03 RB532SS-HORA-TRANSAC        PIC 9(6).
           03 RB532SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB532SS-NOMBRE-RED          PIC X(100).
           03 RB532SS-FECHA-RETENCION     PIC 9(8).
           03 RB532SS-RED-ADQUIR          PIC X(2).
           03 RB532SS-ENTIDAD             PIC X(2).
           03 RB532SS-FECHA-ENVIO         PIC 9(8).
           03 RB532SS-CTA-EXTRACTO        PIC 9(16).

       FD  REDTAB.
       01  REG-REDTAB.
           03 REDTAB-COD                  PIC X(2).
       01  REG-LST255SS.
           03 LST255SS-NOMB-ARCHIVO       PIC X(100).

      *----------------------------------------------------------------*
      * CN255SE RECLASIFICADO POR LLAVE CUANDO LLEGA SIN ORDENAR Y LA  *
      * TARJETA ORDENAR-CN255SE=S LO PERMITE, Y SU ARCHIVO DE SORT     *
      *----------------------------------------------------------------*
       FD  CN255OR.
       01  REG-CN255OR                    PIC X(469).

       SD  SD255.
       01  REG-SD255.
           03 SD255-LLAVE                 PIC X(35).
           03 FILLER                      PIC X(434).

       FD  RB451SS.
       01  REG-RB451SS.
           03 RB451SS-NUM-CTA             PIC 9(16).
           03 CKPT-GRABADOS-DQ            PIC 9(10).
           03 CKPT-GRABADOS-DV            PIC 9(10).
           03 CKPT-HASH-RB457DV           PIC 9(18).
           03 CKPT-GRABADOS-LT            PIC 9(10).
           03 CKPT-HASH-RB457LT           PIC 9(18).
           03 CKPT-PERIODO-LT-DESDE       PIC 9(06).
           03 CKPT-PERIODO-LT-HASTA       PIC 9(06).
           03 CKPT-GRABADOS-EX            PIC 9(10).
           03 CKPT-HASH-RB457EX           PIC 9(18).

       FD  RB457ANT.
       01  REG-RB457ANT.
           03 RB461SS-FECHA-TRANSAC       PIC X(8).
           03 RB461SS-HORA-TRANSAC        PIC X(6).
           03 RB461SS-MOTIVO              PIC X(2).
           03 RB461SS-NOMB-ARCH-CARG      PIC X(100).
       01  REG-RB461SS-TRL.
           03 RB461SS-TRL-TIPO-REG        PIC X(3) VALUE 'TRL'.
           03 RB461SS-TRL-CANT-REGS       PIC 9(10).
           03 RB452SS-NOMB-ARCH           PIC X(100).
           03 RB452SS-CANT-REGS           PIC 9(10).
           03 RB452SS-FECHA-PROC          PIC 9(8).
           03 RB452SS-HORA-PROC           PIC 9(8).

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES DE LA LINEA DE BALANCE           *
           03 RBFRD-NUM-DISPOSITIVO       PIC X(4).
           03 RBFRD-LOCALIZACION          PIC X(1).
           03 RBFRD-ENTIDAD               PIC X(2).
           03 RBFRD-MOTIVO-LIMITE         PIC X(2).

      *----------------------------------------------------------------*
      * MARCA DE AGUA DE LA ALIMENTACION DE FRAUDE: EVENTOS YA         *
           03  WK-MODO-SIMULACION           PIC   X(01) VALUE 'N'.
           03  WK-CN255-ARCHIVO-ACTUAL      PIC   X(100)
                                             VALUE 'SYS001-CN255SE'.
           03  WK-ORDENAR-CN255             PIC   X(01) VALUE 'N'.
           03  ES-CN255OR                   PIC   X(02).
           03  WK-FUERA-ORDEN-255           PIC   9(10).
           03  WK-FUERA-ORDEN-ARCH          PIC   9(10).
           03  WK-ARCH-ORDENADOS            PIC   9(03).
           03  WK-PRE-255-ANT               PIC   X(35).
           03  WK-SW-PRE-255-INI            PIC   9(01).
           03  SW-FIN-PRE-255               PIC   9(01).
           03  WK-CANT-ARCH-255             PIC   9(03) VALUE 0.
           03  WK-IX-ARCH-255               PIC   9(03) VALUE 0.
           03  WK-CANT-TIP-FILTRO           PIC   9(02) VALUE 0.
           03  WK-SW-FECHA-VALIDA           PIC   9(01) VALUE 0.
           03  WK-SW-HORA-VALIDA            PIC   9(01) VALUE 0.
           03  ES-RB452SS                   PIC   X(02).
           03  WK-CANT-ARCH-PROC            PIC   9(04) VALUE 0.
           03  WK-IX-ARCH-PROC              PIC   9(04) VALUE 0.
           03  WK-CANT-ARCH-VISTOS          PIC   9(03) VALUE 0.
           03  WK-IX-ARCH-VISTO             PIC   9(03) VALUE 0.
           03  WK-SW-ARCH-REGISTRADO        PIC   9(01) VALUE 0.
           03  ES-RB457DV                   PIC   X(02).
           03  WK-GRABADOS-DV               PIC   9(10).
           03  WK-HASH-RB457DV              PIC   9(18).
           03  ES-RB457LT                   PIC   X(02).
           03  ES-RBPERSS                   PIC   X(02).
           03  WK-GRABADOS-LT               PIC   9(10).
           03  WK-HASH-RB457LT              PIC   9(18).
           03  WK-PERIODO-LT-DESDE          PIC   9(06).
           03  WK-PERIODO-LT-HASTA          PIC   9(06).
           03  WK-CANT-PER-CERRADOS         PIC   9(03).
           03  WK-IX-PER                    PIC   9(03).
           03  WK-PERIODO-TRANSAC           PIC   9(06).
           03  WK-PERIODO-ULT-CONSULTA      PIC   9(06).
           03  WK-SW-PERIODO-CERRADO        PIC   9(01).
           03  WK-SW-ULT-CERRADO            PIC   9(01).
           03  ES-LIMTAB                    PIC   X(02).
           03  ES-RB457EX                   PIC   X(02).
           03  WK-GRABADOS-EX               PIC   9(10).
           03  WK-HASH-RB457EX              PIC   9(18).
           03  WK-CANT-LIMITES              PIC   9(03).
           03  WK-IX-LIM                    PIC   9(03).
           03  WK-SW-LIM-HALLADO            PIC   9(01).
           03  WK-LIM-LOCALIZACION          PIC   X(01).
           03  WK-CANT-ACUM                 PIC   9(04).
           03  WK-IX-ACUM                   PIC   9(04).
           03  WK-IX-ACUM-ULT               PIC   9(04).
           03  WK-SW-ACUM-HALLADO           PIC   9(01).
           03  WK-SW-ACUM-LLENA             PIC   9(01).
           03  WK-MOTIVO-LIMITE             PIC   X(02).
           03  WK-MOTIVO-AJUSTE             PIC   X(02).
           03  WK-SW-FEED-FRAUDE            PIC   9(01).
           03  WK-NOMB-MARCA                PIC   X(100).
           03  ES-RB532SS                   PIC   X(02).
           03  WK-SW-RB532-ABIERTO          PIC   9(01).
           03  WK-SW-RETENIDA-SANC          PIC   9(01).
           03  WK-SW-LIBERANDO-SANC         PIC   9(01).
           03  WK-SW-FIN-RB532              PIC   9(01).
           03  WK-RETENIDOS-SANC            PIC   9(10).
           03  WK-LIBERADOS-SANC            PIC   9(10).

      * MESES CERRADOS (COMPLETO O CONSOLIDADO) SEGUN RBPERSS
       01  TB-PERIODOS-CERRADOS.
           03  TB-PER-CERRADO OCCURS 120 TIMES
                                            PIC   9(06).

      * LIMITES POR DISPOSITIVO SEGUN LIMTAB
       01  TB-LIMITES.
           03  TB-LIM OCCURS 100 TIMES.
               05 TB-LIM-DISP               PIC  X(03).
               05 TB-LIM-LOCALIZACION       PIC  X(01).
               05 TB-LIM-MONEDA             PIC  X(03).
               05 TB-LIM-MONTO-MAX-TRX      PIC  9(13)V9(02).
               05 TB-LIM-CANT-MAX-DIA       PIC  9(05).
               05 TB-LIM-MONTO-MAX-DIA      PIC  9(13)V9(02).

      * ACUMULADOS DEL DIA POR DISPOSITIVO, MONEDA Y FECHA DE
      * TRANSACCION
       01  TB-ACUMULADOS-DISP.
           03  TB-ACU OCCURS 5000 TIMES.
               05 TB-ACU-DISP               PIC  X(03).
               05 TB-ACU-NUM-DISPOSITIVO    PIC  X(04).
               05 TB-ACU-MONEDA             PIC  X(03).
               05 TB-ACU-FECHA              PIC  9(08).
               05 TB-ACU-CANT               PIC  9(07).
               05 TB-ACU-MONTO              PIC  9(15)V9(02).

       01  TB-MARCAS-AGUA.
           03  TB-HWM OCCURS 50 TIMES.
           03  TB-MONEDA OCCURS 20 TIMES     PIC   X(03).

       01  TB-ARCH-PROCESADOS.
           03  TB-ARCH-PROC OCCURS 2000 TIMES PIC X(100).

       01  TB-ARCH-VISTOS-TAB.
           03  TB-ARCH-VISTO OCCURS 31 TIMES.
           MOVE 'N'              TO WK-MODO-INTRADIA.
           MOVE 'N'              TO WK-MODO-PARTICION.
           MOVE 50               TO WK-VOL-MINIMO-PCT.
           MOVE 'N'              TO WK-ORDENAR-CN255.
           PERFORM 111-CARGAR-CALENDARIO THRU 111-FIN.
           PERFORM 110-LEER-FECPRSS THRU 110-FIN.
           PERFORM 101-LEER-PARMSS THRU 101-FIN.
           PERFORM 104-CARGAR-TABLA-REDES THRU 104-FIN.
           PERFORM 108-CARGAR-TABLA-MONEDAS THRU 108-FIN.
           PERFORM 119-CARGAR-TABLA-LIMITES THRU 119-FIN.
           PERFORM 109-CARGAR-REGISTRO-PROC THRU 109-FIN.
           PERFORM 115-CARGAR-GENERACION THRU 115-FIN.
           PERFORM 105-CARGAR-LISTA-CN255 THRU 105-FIN.
              END-IF
           END-IF.

           PERFORM 117-CARGAR-PERIODOS-CERRADOS THRU 117-FIN.

           IF WK-MODO-INTRADIA = 'S'
              MOVE 'D' TO WK-MODO-ACCESO-285
              DISPLAY 'MODO INTRADIA: ACCESO DIRECTO A CN285SE VIVO '
                      'Y SALIDAS EN EXTEND'
              PERFORM 116-PREPARAR-FEED-FRAUDE THRU 116-FIN
           ELSE
      * FUERA DE INTRADIA EL FEED DE FRAUDE SOLO RECIBE LOS EXCESOS
      * DE LIMITE POR DISPOSITIVO
              IF WK-CANT-LIMITES > 0 AND
                 WK-MODO-SIMULACION NOT = 'S' AND
                 WK-MODO-PARTICION NOT = 'S'
                 PERFORM 116-PREPARAR-FEED-FRAUDE THRU 116-FIN
              END-IF
      * UNA SIMULACION NO CAMBIA NADA: NO BLOQUEA EL MANTENIMIENTO
      * EN LINEA CON LA VENTANA BATCH. EN MODO PARTICION LA VENTANA
      * LA MARCA LA JCL ALREDEDOR DE LA FASE PARALELA Y EL CONTROL
                 OPEN EXTEND RB457MC
                 OPEN EXTEND RB457OT
                 OPEN EXTEND RB457DV
                 OPEN EXTEND RB457LT
                 OPEN EXTEND RB457EX
                 OPEN EXTEND RBCKPT
                 IF ES-RBCKPT = '35'
                    OPEN OUTPUT RBCKPT
                 OPEN OUTPUT RB457MC
                 OPEN OUTPUT RB457OT
                 OPEN OUTPUT RB457DV
                 OPEN OUTPUT RB457LT
                 OPEN OUTPUT RB457EX
                 OPEN OUTPUT RBCKPT
              END-IF
              IF  ES-RB457SS NOT = '00' AND '97'
                  MOVE     999           TO   RETURN-CODE
                  PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              IF  ES-RB457LT NOT = '00' AND '97'
                  DISPLAY 'ERROR AL ABRIR ARCHIVO RB457LT ' ES-RB457LT
                  MOVE     999           TO   RETURN-CODE
                  PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              IF  ES-RB457EX NOT = '00' AND '97'
                  DISPLAY 'ERROR AL ABRIR ARCHIVO RB457EX ' ES-RB457EX
                  MOVE     999           TO   RETURN-CODE
                  PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              PERFORM 1191-ABRIR-RB532SS THRU 1191-FIN
           END-IF.

           PERFORM 210-LEER-CN255SE   THRU 210-FIN.
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-VOL-MINIMO-PCT
               WHEN 'ORDENAR-CN255SE'
                   IF WK-PARM-VAL-CH(1) NOT = 'S' AND 'N'
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-VAL-CH(1) TO WK-ORDENAR-CN255
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARMSS: '
                            WK-PARM-CLAVE
           DISPLAY '  MODO-INTRADIA        = ' WK-MODO-INTRADIA.
           DISPLAY '  MODO-PARTICION       = ' WK-MODO-PARTICION.
           DISPLAY '  VOLUMEN-MINIMO-PCT   = ' WK-VOL-MINIMO-PCT.
           DISPLAY '  ORDENAR-CN255SE      = ' WK-ORDENAR-CN255.

       1019-FIN.
           EXIT.
       1080-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LIMITES POR DISPOSITIVO LIMTAB. SIN ARCHIVO (O VACIO) NO SE    *
      * CONTROLAN LIMITES, IGUAL QUE MONTAB CON LAS MONEDAS. EN MODO   *
      * PARTICION TAMPOCO: CADA INSTANCIA VE SOLO PARTE DEL DIA DE UN  *
      * DISPOSITIVO                                                    *
      *----------------------------------------------------------------*
       119-CARGAR-TABLA-LIMITES.

           MOVE 0  TO WK-CANT-LIMITES.
           IF WK-MODO-PARTICION = 'S'
              DISPLAY 'MODO PARTICION: NO SE CONTROLAN LIMITES POR '
                      'DISPOSITIVO'
              GO TO 119-FIN
           END-IF.
           OPEN INPUT LIMTAB.
           IF   ES-LIMTAB = '97'
                MOVE '00'  TO ES-LIMTAB.
           IF   ES-LIMTAB = '00'
                PERFORM 1190-LEER-LIMTAB THRU 1190-FIN
                        UNTIL ES-LIMTAB NOT = '00'
                CLOSE LIMTAB
           END-IF.
           DISPLAY 'LIMITES POR DISPOSITIVO CARGADOS  : '
                    WK-CANT-LIMITES.

       119-FIN.
           EXIT.

       1190-LEER-LIMTAB.

           READ LIMTAB.
           IF ES-LIMTAB = '00'
              IF WK-CANT-LIMITES >= 100
                 DISPLAY 'TABLA DE LIMITES LLENA, SE DESCARTA '
                          LIMTAB-DISP ' ' LIMTAB-LOCALIZACION ' '
                          LIMTAB-MONEDA
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              IF LIMTAB-MONTO-MAX-TRX NOT NUMERIC OR
                 LIMTAB-CANT-MAX-DIA  NOT NUMERIC OR
                 LIMTAB-MONTO-MAX-DIA NOT NUMERIC
                 DISPLAY 'LIMITE MAL FORMADO EN LIMTAB: ' REG-LIMTAB
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-LIMITES
              MOVE LIMTAB-DISP
                   TO TB-LIM-DISP(WK-CANT-LIMITES)
              MOVE LIMTAB-LOCALIZACION
                   TO TB-LIM-LOCALIZACION(WK-CANT-LIMITES)
              MOVE LIMTAB-MONEDA
                   TO TB-LIM-MONEDA(WK-CANT-LIMITES)
              MOVE LIMTAB-MONTO-MAX-TRX
                   TO TB-LIM-MONTO-MAX-TRX(WK-CANT-LIMITES)
              MOVE LIMTAB-CANT-MAX-DIA
                   TO TB-LIM-CANT-MAX-DIA(WK-CANT-LIMITES)
              MOVE LIMTAB-MONTO-MAX-DIA
                   TO TB-LIM-MONTO-MAX-DIA(WK-CANT-LIMITES)
           END-IF.

       1190-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CUSTODIA DE SANCIONES RB532SS. SIN ARCHIVO (TODAVIA NO CORRIO  *
      * EL FILTRO RBD532) NO SE RETIENE NADA                           *
      *----------------------------------------------------------------*
       1191-ABRIR-RB532SS.

           MOVE 0 TO WK-SW-RB532-ABIERTO.
           OPEN I-O RB532SS.
           IF   ES-RB532SS = '35'
                DISPLAY 'SIN CUSTODIA RB532SS: NO SE RETIENEN '
                        'TRANSACCIONES POR SANCIONES'
                GO TO 1191-FIN.
           IF   ES-RB532SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB532SS ' ES-RB532SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE 1 TO WK-SW-RB532-ABIERTO.

       1191-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CARGA EL REGISTRO DE EXTRACTOS YA PROCESADOS (RB452SS) EN      *
      * TABLA PARA COTEJAR CADA NOMBRE DE EXTRACTO QUE APAREZCA EN     *

           READ RB452SS.
           IF ES-RB452SS = '00'
              IF WK-CANT-ARCH-PROC >= 2000
                 DISPLAY 'TABLA DE EXTRACTOS PROCESADOS LLENA, '
                         'DEPURAR RB452SS'
                 MOVE     999           TO   RETURN-CODE
           EXIT.

      *----------------------------------------------------------------*
      * ALIMENTACION DE FRAUDE (INTRADIA, O SOLO EXCESOS DE LIMITE EN  *
      * LA CORRIDA NOCTURNA): ABRE EL FEED EN EXTEND Y CARGA LA MARCA  *
      * DE AGUA DE LA FECHA, PARA QUE UN RERUN DEL MISMO DELTA NO      *
      * REPITA EVENTOS YA ENVIADOS                                     *
      *----------------------------------------------------------------*
       116-PREPARAR-FEED-FRAUDE.

                DISPLAY 'ERROR AL ABRIR FEED RBFRDSS ' ES-RBFRDSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE 1 TO WK-SW-FEED-FRAUDE.

           MOVE 0 TO WK-CANT-HWM.
           MOVE 0 TO WK-CANT-HWO.
       1160-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MESES YA CERRADOS EN EL REGISTRO DE PERIODOS RBPERSS (ESTADO   *
      * COMPLETO O CONSOLIDADO). UNA TRANSACCION DE UN MES CERRADO NO  *
      * VA A RB457SS SINO A LAS TARDIAS RB457LT. SIN REGISTRO NO HAY   *
      * MESES CERRADOS Y NO SE DESVIA NADA                             *
      *----------------------------------------------------------------*
       117-CARGAR-PERIODOS-CERRADOS.

           MOVE 0 TO WK-CANT-PER-CERRADOS.
           MOVE 0 TO WK-PERIODO-ULT-CONSULTA.
           MOVE 0 TO WK-SW-ULT-CERRADO.
           OPEN INPUT RBPERSS.
           IF   ES-RBPERSS = '35' OR '97'
                DISPLAY 'AVISO: SIN REGISTRO DE PERIODOS RBPERSS, NO '
                        'SE DESVIAN TARDIAS'
                GO TO 117-FIN.
           IF   ES-RBPERSS NOT = '00'
                DISPLAY 'AVISO: REGISTRO RBPERSS NO DISPONIBLE '
                         ES-RBPERSS
                GO TO 117-FIN.

           PERFORM 1170-LEER-RBPERSS THRU 1170-FIN
                   UNTIL ES-RBPERSS NOT = '00'.
           CLOSE RBPERSS.
           DISPLAY 'MESES CERRADOS EN RBPERSS  : ' WK-CANT-PER-CERRADOS.

       117-FIN.
           EXIT.

       1170-LEER-RBPERSS.

           READ RBPERSS.
           IF ES-RBPERSS = '00'
              IF RBPER-COMPLETO OR RBPER-CONSOLIDADO
                 IF WK-CANT-PER-CERRADOS >= 120
                    DISPLAY 'TABLA DE MESES CERRADOS LLENA, SE '
                            'DESCARTA ' RBPER-PERIODO
                 ELSE
                    ADD 1 TO WK-CANT-PER-CERRADOS
                    MOVE RBPER-PERIODO
                         TO TB-PER-CERRADO(WK-CANT-PER-CERRADOS)
                 END-IF
              END-IF
           END-IF.

       1170-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS (AVANZADO POR EL PASO DE CIERRE RBD476) ESA FECHA      *
                MOVE    999  TO RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           IF WK-ORDENAR-CN255 = 'S'
              PERFORM 118-VERIFICAR-ORDEN-255 THRU 118-FIN
           END-IF.

       106-FIN.
           EXIT.

       1060-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CON ORDENAR-CN255SE=S, ANTES DE EMPAREJAR SE RECORRE EL        *
      * ARCHIVO ABIERTO CONTANDO LAS LLAVES DESCENDENTES. SI VIENE EN  *
      * ORDEN SE REABRE TAL CUAL; SI NO, SE CLASIFICA POR LLAVE A      *
      * CN255OR Y EL MERGE SIGUE SOBRE ESA COPIA. EL DESORDEN QUEDA    *
      * EN EL LOG Y EN LA BITACORA PARA EL DUENO DEL EXTRACTO          *
      *----------------------------------------------------------------*
       118-VERIFICAR-ORDEN-255.

           MOVE 0 TO WK-FUERA-ORDEN-ARCH.
           MOVE 0 TO WK-SW-PRE-255-INI.
           MOVE 0 TO SW-FIN-PRE-255.
           PERFORM 1180-LEER-PREVIA-255 THRU 1180-FIN
                   UNTIL SW-FIN-PRE-255 = 1.
           CLOSE CN255SE.

           IF WK-FUERA-ORDEN-ARCH = 0
              OPEN INPUT CN255SE
              IF ES-CN255SE NOT = '00' AND '97'
                 DISPLAY 'ERROR AL REABRIR ARCHIVO CN255SE '
                          ES-CN255SE
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              GO TO 118-FIN
           END-IF.

           ADD 1                   TO WK-ARCH-ORDENADOS.
           ADD WK-FUERA-ORDEN-ARCH TO WK-FUERA-ORDEN-255.
           DISPLAY '*** AVISO: CN255SE LLEGO SIN CLASIFICAR, SE '
                   'ORDENA EN LA CORRIDA'.
           DISPLAY '    ARCHIVO           : ' WK-CN255-ARCHIVO-ACTUAL.
           DISPLAY '    LLAVES FUERA ORDEN: ' WK-FUERA-ORDEN-ARCH.

           SORT SD255 ON ASCENDING KEY SD255-LLAVE
                WITH DUPLICATES IN ORDER
                USING CN255SE
                GIVING CN255OR.
           IF SORT-RETURN NOT = 0
              DISPLAY 'ERROR AL CLASIFICAR CN255SE, SORT-RETURN '
                       SORT-RETURN
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE 'SYS042-CN255OR' TO WK-CN255-ARCHIVO-ACTUAL.
           OPEN INPUT CN255SE.
           IF ES-CN255SE NOT = '00' AND '97'
              DISPLAY 'ERROR AL ABRIR CN255SE CLASIFICADO '
                       ES-CN255SE
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       118-FIN.
           EXIT.

       1180-LEER-PREVIA-255.

           READ CN255SE.
           IF ES-CN255SE = '00'
              IF WK-SW-PRE-255-INI = 1 AND
                 LLAVE IN REG-CN255SE < WK-PRE-255-ANT
                 ADD 1 TO WK-FUERA-ORDEN-ARCH
              END-IF
              MOVE LLAVE IN REG-CN255SE TO WK-PRE-255-ANT
              MOVE 1                    TO WK-SW-PRE-255-INI
           ELSE
            IF ES-CN255SE = '10' OR '46'
              MOVE 1 TO SW-FIN-PRE-255
            ELSE
               DISPLAY 'ERROR EN PASADA PREVIA DE CN255SE '
                        ES-CN255SE
               MOVE     999  TO RETURN-CODE
               PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1180-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * IDEM ANTERIOR PARA CN285SE                                     *
      *----------------------------------------------------------------*
              MOVE CKPT-HASH-RB457OT      TO WK-HASH-RB457OT
              MOVE CKPT-GRABADOS-DQ       TO WK-GRABADOS-DQ
              MOVE CKPT-GRABADOS-DV       TO WK-GRABADOS-DV
              MOVE CKPT-HASH-RB457DV      TO WK-HASH-RB457DV
              MOVE CKPT-GRABADOS-LT       TO WK-GRABADOS-LT
              MOVE CKPT-HASH-RB457LT      TO WK-HASH-RB457LT
              MOVE CKPT-PERIODO-LT-DESDE  TO WK-PERIODO-LT-DESDE
              MOVE CKPT-PERIODO-LT-HASTA  TO WK-PERIODO-LT-HASTA
              MOVE CKPT-GRABADOS-EX       TO WK-GRABADOS-EX
              MOVE CKPT-HASH-RB457EX      TO WK-HASH-RB457EX.

       1020-FIN.
           EXIT.
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              IF WK-ORDENAR-CN255 = 'S'
                 PERFORM 118-VERIFICAR-ORDEN-255 THRU 118-FIN
              END-IF
           ELSE
              MOVE 1 TO SW-FINAL
           END-IF.
           MOVE CN255SE-FECHA-TRANSAC   TO RB461SS-FECHA-TRANSAC.
           MOVE CN255SE-HORA-TRANSAC    TO RB461SS-HORA-TRANSAC.
           MOVE WK-MOTIVO-CALIDAD       TO RB461SS-MOTIVO.
           MOVE CN255SE-NOMB-ARCH-CARG  TO RB461SS-NOMB-ARCH-CARG.

           IF WK-MODO-SIMULACION = 'S'
              ADD 1 TO WK-GRABADOS-DQ

       300-GRABAR-RB457SS.

      * UNA TRANSACCION DE UN MES YA CERRADO Y ENVIADO NO ENTRA AL
      * ENVIO DEL DIA: SE DESVIA A LAS TARDIAS RB457LT
           PERFORM 301-VERIFICAR-MES-CERRADO THRU 301-FIN.
           IF WK-SW-PERIODO-CERRADO = 1
              PERFORM 302-GRABAR-RB457LT THRU 302-FIN
              GO TO 300-FIN
           END-IF.

           IF WK-MODO-SIMULACION = 'S'
              ADD  1 TO WK-GRABADOS
              ADD  RB457SS-NUM-CTA TO WK-HASH-RB457SS
              IF ES-RB457SS = '00'
                 ADD  1 TO WK-GRABADOS
                 ADD  RB457SS-NUM-CTA TO WK-HASH-RB457SS
                 PERFORM 314-VERIFICAR-SANCION THRU 314-FIN
                 IF WK-SW-RETENIDA-SANC = 0
                    PERFORM 305-GRABAR-RB457-RED THRU 305-FIN
                 END-IF
                 PERFORM 308-GRABAR-RB457DV   THRU 308-FIN
                 MOVE SPACES TO WK-MOTIVO-LIMITE
                 IF WK-CANT-LIMITES > 0
                    PERFORM 312-CONTROLAR-LIMITES THRU 312-FIN
                 END-IF
                 IF WK-MODO-INTRADIA = 'S'
                    PERFORM 309-GRABAR-FEED-FRAUDE THRU 309-FIN
                 ELSE
                    IF WK-MOTIVO-LIMITE NOT = SPACES AND
                       WK-SW-FEED-FRAUDE = 1
                       PERFORM 309-GRABAR-FEED-FRAUDE THRU 309-FIN
                    END-IF
                 END-IF
                 PERFORM 240-VERIFICAR-CHECKPOINT THRU 240-FIN
              ELSE
       300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MES DE LA TRANSACCION CONTRA LA TABLA DE MESES CERRADOS. SE    *
      * RECUERDA LA ULTIMA CONSULTA: EL INSUMO VIENE CASI SIEMPRE DEL  *
      * MISMO MES                                                      *
      *----------------------------------------------------------------*
       301-VERIFICAR-MES-CERRADO.

           MOVE 0 TO WK-SW-PERIODO-CERRADO.
           IF WK-CANT-PER-CERRADOS = 0
              GO TO 301-FIN
           END-IF.

           MOVE RB457SS-FECHA-TRANSAC(1:6) TO WK-PERIODO-TRANSAC.
           IF WK-PERIODO-TRANSAC NOT = WK-PERIODO-ULT-CONSULTA
              MOVE WK-PERIODO-TRANSAC TO WK-PERIODO-ULT-CONSULTA
              MOVE 0 TO WK-SW-ULT-CERRADO
              MOVE 0 TO WK-IX-PER
              PERFORM 3010-BUSCAR-MES-CERRADO THRU 3010-FIN
                      UNTIL WK-IX-PER >= WK-CANT-PER-CERRADOS OR
                            WK-SW-ULT-CERRADO = 1
           END-IF.
           MOVE WK-SW-ULT-CERRADO TO WK-SW-PERIODO-CERRADO.

       301-FIN.
           EXIT.

       3010-BUSCAR-MES-CERRADO.

           ADD 1 TO WK-IX-PER.
           IF TB-PER-CERRADO(WK-IX-PER) = WK-PERIODO-TRANSAC
              MOVE 1 TO WK-SW-ULT-CERRADO.

       3010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * GRABA LA TARDIA CON LA IMAGEN DE RB457SS Y LLEVA EL RANGO DE   *
      * MESES CERRADOS QUE TOCA PARA EL TRAILER. SOLO SE DESVIA EL     *
      * REPORTE AL CNBS (RB457SS): LOS EXTRACTOS POR RED, EL DETALLE   *
      * DE DISPOSITIVO, EL CONTROL DE LIMITES (CON SU ACUMULADO DIARIO *
      * POR DISPOSITIVO) Y EL FEED DE FRAUDE NO DEPENDEN DEL PERIODO Y *
      * SE HACEN IGUAL QUE EN 300. POR ESO LA TARDIA QUEDA EN SU       *
      * EXTRACTO SIN ESTAR EN RB457SS, Y EL CUADRE POR MONEDA DE       *
      * RBD474 SUMA RB457LT AL LADO DE RB457SS                         *
      *----------------------------------------------------------------*
       302-GRABAR-RB457LT.

           IF WK-PERIODO-LT-DESDE = 0 OR
              WK-PERIODO-TRANSAC < WK-PERIODO-LT-DESDE
              MOVE WK-PERIODO-TRANSAC TO WK-PERIODO-LT-DESDE
           END-IF.
           IF WK-PERIODO-TRANSAC > WK-PERIODO-LT-HASTA
              MOVE WK-PERIODO-TRANSAC TO WK-PERIODO-LT-HASTA
           END-IF.

           IF WK-MODO-SIMULACION = 'S'
              ADD  1 TO WK-GRABADOS-LT
              ADD  RB457SS-NUM-CTA TO WK-HASH-RB457LT
              GO TO 302-FIN
           END-IF.

           WRITE REG-RB457LT FROM REG-RB457SS.
           IF ES-RB457LT = '00'
              ADD  1 TO WK-GRABADOS-LT
              ADD  RB457SS-NUM-CTA TO WK-HASH-RB457LT
              PERFORM 314-VERIFICAR-SANCION THRU 314-FIN
              IF WK-SW-RETENIDA-SANC = 0
                 PERFORM 305-GRABAR-RB457-RED THRU 305-FIN
              END-IF
              PERFORM 308-GRABAR-RB457DV   THRU 308-FIN
              MOVE SPACES TO WK-MOTIVO-LIMITE
              IF WK-CANT-LIMITES > 0
                 PERFORM 312-CONTROLAR-LIMITES THRU 312-FIN
              END-IF
              IF WK-MODO-INTRADIA = 'S'
                 PERFORM 309-GRABAR-FEED-FRAUDE THRU 309-FIN
              ELSE
                 IF WK-MOTIVO-LIMITE NOT = SPACES AND
                    WK-SW-FEED-FRAUDE = 1
                    PERFORM 309-GRABAR-FEED-FRAUDE THRU 309-FIN
                 END-IF
              END-IF
              PERFORM 240-VERIFICAR-CHECKPOINT THRU 240-FIN
           ELSE
              DISPLAY 'ERROR AL GRABAR RB457LT ' ES-RB457LT
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN
           END-IF.

       302-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RUTEO POR TABLA: LA SALIDA DE CADA RED LA DECIDE SU REGISTRO   *
      * DE REDTAB (TB-RED-SALIDA: 1 Y 2 SON LAS SALIDAS DEDICADAS,     *

           MOVE RB457SS-NUM-CTA TO WK-CUENTA-EXTRACTO.

      * UNA RETENIDA POR SANCIONES SE PROTEGIO AL RETENERLA; AL
      * LIBERARLA SALE CON LA CUENTA GUARDADA EN RB532SS
           IF WK-SW-LIBERANDO-SANC = 1
              MOVE RB532SS-CTA-EXTRACTO TO WK-CUENTA-EXTRACTO
              GO TO 306-FIN
           END-IF.

           IF CN285SE-IND-ENCRIPCION NOT = 'S'
              GO TO 306-FIN
           END-IF.
      *----------------------------------------------------------------*
      * EVENTO AL FEED DE FRAUDE. LA MARCA DE AGUA DEL EXTRACTO DELTA  *
      * DICE CUANTOS EVENTOS DE ESTE ARCHIVO YA SE ENVIARON: LOS       *
      * PRIMEROS YA-ENVIADOS DE UN RERUN SE SALTAN. LOS EXCESOS DE     *
      * LIMITE DE LA CORRIDA NOCTURNA LLEVAN MARCA PROPIA ('LIM ' +    *
      * EXTRACTO) PARA NO MEZCLARSE CON LO YA ENVIADO EN INTRADIA      *
      *----------------------------------------------------------------*
       309-GRABAR-FEED-FRAUDE.

           IF WK-MODO-INTRADIA = 'S'
              MOVE CN255SE-NOMB-ARCH-CARG TO WK-NOMB-MARCA
           ELSE
              MOVE SPACES TO WK-NOMB-MARCA
              STRING 'LIM ' DELIMITED BY SIZE
                     CN255SE-NOMB-ARCH-CARG DELIMITED BY SPACE
                     INTO WK-NOMB-MARCA
           END-IF.
           PERFORM 3090-UBICAR-MARCA THRU 3090-FIN.
           IF WK-IX-HWM = 0
              GO TO 309-FIN
           MOVE CN285SE-NUM-DISPOSITIVO TO RBFRD-NUM-DISPOSITIVO.
           MOVE CN285SE-LOCALIZACION    TO RBFRD-LOCALIZACION.
           MOVE RB457SS-ENTIDAD         TO RBFRD-ENTIDAD.
           MOVE WK-MOTIVO-LIMITE        TO RBFRD-MOTIVO-LIMITE.

           WRITE REG-RBFRDSS.
           IF ES-RBFRDSS = '00'
              END-IF
              ADD 1 TO WK-CANT-HWM
              MOVE WK-CANT-HWM TO WK-IX-HWM
              MOVE WK-NOMB-MARCA
                   TO TB-HWM-NOMB-ARCH(WK-IX-HWM)
              MOVE 0 TO TB-HWM-YA-ENVIADOS(WK-IX-HWM)
              MOVE 0 TO TB-HWM-VISTOS(WK-IX-HWM)
       3091-BUSCAR-MARCA.

           ADD 1 TO WK-IX-HWM.
           IF WK-NOMB-MARCA = TB-HWM-NOMB-ARCH(WK-IX-HWM)
              MOVE 1 TO WK-SW-HWM-HALLADO.

       3091-FIN.
       310-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LIMITES POR DISPOSITIVO: LA TRANSACCION RECIEN GRABADA EN      *
      * RB457SS (LA PARAMETRIZACION SIGUE EN EL BUFFER DE CN285SE) SE  *
      * ACUMULA EN EL DIA DE SU DISPOSITIVO Y SE COMPARA CONTRA EL     *
      * LIMITE DE SU TIPO, LOCALIZACION Y MONEDA. EL PRIMER EXCESO     *
      * (MONTO DE LA TRANSACCION, MONTO DEL DIA, CANTIDAD DEL DIA) VA  *
      * A RB457EX Y QUEDA EN WK-MOTIVO-LIMITE PARA EL FEED DE FRAUDE   *
      *----------------------------------------------------------------*
       312-CONTROLAR-LIMITES.

           PERFORM 3120-BUSCAR-LIMITE THRU 3120-FIN.
           IF WK-IX-LIM = 0
              GO TO 312-FIN
           END-IF.
           PERFORM 3122-ACUMULAR-DISPOSITIVO THRU 3122-FIN.

           IF TB-LIM-MONTO-MAX-TRX(WK-IX-LIM) > 0 AND
              RB457SS-MONTO-TRANSAC > TB-LIM-MONTO-MAX-TRX(WK-IX-LIM)
              MOVE 'MT' TO WK-MOTIVO-LIMITE
              MOVE TB-LIM-MONTO-MAX-TRX(WK-IX-LIM) TO RB457EX-LIMITE
              MOVE RB457SS-MONTO-TRANSAC          TO RB457EX-VALOR
              PERFORM 313-GRABAR-RB457EX THRU 313-FIN
              GO TO 312-FIN
           END-IF.

           IF WK-IX-ACUM = 0
              GO TO 312-FIN
           END-IF.

           IF TB-LIM-MONTO-MAX-DIA(WK-IX-LIM) > 0 AND
              TB-ACU-MONTO(WK-IX-ACUM) > TB-LIM-MONTO-MAX-DIA(WK-IX-LIM)
              MOVE 'MD' TO WK-MOTIVO-LIMITE
              MOVE TB-LIM-MONTO-MAX-DIA(WK-IX-LIM) TO RB457EX-LIMITE
              MOVE TB-ACU-MONTO(WK-IX-ACUM)        TO RB457EX-VALOR
              PERFORM 313-GRABAR-RB457EX THRU 313-FIN
              GO TO 312-FIN
           END-IF.

           IF TB-LIM-CANT-MAX-DIA(WK-IX-LIM) > 0 AND
              TB-ACU-CANT(WK-IX-ACUM) > TB-LIM-CANT-MAX-DIA(WK-IX-LIM)
              MOVE 'CD' TO WK-MOTIVO-LIMITE
              MOVE TB-LIM-CANT-MAX-DIA(WK-IX-LIM)  TO RB457EX-LIMITE
              MOVE TB-ACU-CANT(WK-IX-ACUM)         TO RB457EX-VALOR
              PERFORM 313-GRABAR-RB457EX THRU 313-FIN
           END-IF.

       312-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LIMITE DEL TIPO CON LA MISMA LOCALIZACION; SI NO HAY, EL DEL   *
      * TIPO CON LOCALIZACION EN BLANCO. CERO SI EL TIPO NO TIENE      *
      * LIMITE PARA ESA MONEDA                                         *
      *----------------------------------------------------------------*
       3120-BUSCAR-LIMITE.

           MOVE CN285SE-LOCALIZACION TO WK-LIM-LOCALIZACION.
           MOVE 0 TO WK-SW-LIM-HALLADO.
           MOVE 0 TO WK-IX-LIM.
           PERFORM 3121-COMPARAR-LIMITE THRU 3121-FIN
                   UNTIL WK-IX-LIM >= WK-CANT-LIMITES OR
                         WK-SW-LIM-HALLADO = 1.

           IF WK-SW-LIM-HALLADO = 0 AND
              WK-LIM-LOCALIZACION NOT = SPACE
              MOVE SPACE TO WK-LIM-LOCALIZACION
              MOVE 0 TO WK-IX-LIM
              PERFORM 3121-COMPARAR-LIMITE THRU 3121-FIN
                      UNTIL WK-IX-LIM >= WK-CANT-LIMITES OR
                            WK-SW-LIM-HALLADO = 1
           END-IF.

           IF WK-SW-LIM-HALLADO = 0
              MOVE 0 TO WK-IX-LIM
           END-IF.

       3120-FIN.
           EXIT.

       3121-COMPARAR-LIMITE.

           ADD 1 TO WK-IX-LIM.
           IF TB-LIM-DISP(WK-IX-LIM)         = CN285SE-DISP AND
              TB-LIM-LOCALIZACION(WK-IX-LIM) = WK-LIM-LOCALIZACION AND
              TB-LIM-MONEDA(WK-IX-LIM)       = RB457SS-MONEDA
              MOVE 1 TO WK-SW-LIM-HALLADO.

       3121-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SUMA LA TRANSACCION AL ACUMULADO DEL DISPOSITIVO EN SU FECHA.  *
      * CN255SE VIENE POR CUENTA, ASI QUE CASI SIEMPRE ES EL MISMO     *
      * DISPOSITIVO DE LA TRANSACCION ANTERIOR: SE MIRA ESE PRIMERO.   *
      * CON LA TABLA LLENA SE AVISA UNA VEZ Y LOS DISPOSITIVOS NUEVOS  *
      * QUEDAN SOLO CON EL CONTROL POR TRANSACCION (WK-IX-ACUM = 0)    *
      *----------------------------------------------------------------*
       3122-ACUMULAR-DISPOSITIVO.

           MOVE 0 TO WK-SW-ACUM-HALLADO.
           IF WK-IX-ACUM-ULT > 0
              MOVE WK-IX-ACUM-ULT TO WK-IX-ACUM
              IF TB-ACU-DISP(WK-IX-ACUM) = CN285SE-DISP AND
                 TB-ACU-NUM-DISPOSITIVO(WK-IX-ACUM) =
                    CN285SE-NUM-DISPOSITIVO AND
                 TB-ACU-MONEDA(WK-IX-ACUM) = RB457SS-MONEDA AND
                 TB-ACU-FECHA(WK-IX-ACUM)  = RB457SS-FECHA-TRANSAC
                 MOVE 1 TO WK-SW-ACUM-HALLADO
              END-IF
           END-IF.

           IF WK-SW-ACUM-HALLADO = 0
              MOVE 0 TO WK-IX-ACUM
              PERFORM 3123-BUSCAR-ACUMULADO THRU 3123-FIN
                      UNTIL WK-IX-ACUM >= WK-CANT-ACUM OR
                            WK-SW-ACUM-HALLADO = 1
           END-IF.

           IF WK-SW-ACUM-HALLADO = 0
              IF WK-CANT-ACUM >= 5000
                 IF WK-SW-ACUM-LLENA = 0
                    DISPLAY '*** AVISO: TABLA DE ACUMULADOS POR '
                            'DISPOSITIVO LLENA, SIN CONTROL DIARIO '
                            'PARA DISPOSITIVOS NUEVOS'
                    MOVE 1 TO WK-SW-ACUM-LLENA
                 END-IF
                 MOVE 0 TO WK-IX-ACUM
                 GO TO 3122-FIN
              END-IF
              ADD 1 TO WK-CANT-ACUM
              MOVE WK-CANT-ACUM TO WK-IX-ACUM
              MOVE CN285SE-DISP  TO TB-ACU-DISP(WK-IX-ACUM)
              MOVE CN285SE-NUM-DISPOSITIVO
                                 TO TB-ACU-NUM-DISPOSITIVO(WK-IX-ACUM)
              MOVE RB457SS-MONEDA        TO TB-ACU-MONEDA(WK-IX-ACUM)
              MOVE RB457SS-FECHA-TRANSAC TO TB-ACU-FECHA(WK-IX-ACUM)
              MOVE 0 TO TB-ACU-CANT(WK-IX-ACUM)
              MOVE 0 TO TB-ACU-MONTO(WK-IX-ACUM)
           END-IF.

           ADD 1                     TO TB-ACU-CANT(WK-IX-ACUM).
           ADD RB457SS-MONTO-TRANSAC TO TB-ACU-MONTO(WK-IX-ACUM).
           MOVE WK-IX-ACUM TO WK-IX-ACUM-ULT.

       3122-FIN.
           EXIT.

       3123-BUSCAR-ACUMULADO.

           ADD 1 TO WK-IX-ACUM.
           IF TB-ACU-DISP(WK-IX-ACUM) = CN285SE-DISP AND
              TB-ACU-NUM-DISPOSITIVO(WK-IX-ACUM) =
                 CN285SE-NUM-DISPOSITIVO AND
              TB-ACU-MONEDA(WK-IX-ACUM) = RB457SS-MONEDA AND
              TB-ACU-FECHA(WK-IX-ACUM)  = RB457SS-FECHA-TRANSAC
              MOVE 1 TO WK-SW-ACUM-HALLADO.

       3123-FIN.
           EXIT.

       313-GRABAR-RB457EX.

           MOVE RB457SS-NUM-CTA         TO RB457EX-NUM-CTA.
           MOVE RB457SS-NUM-TRANSAC     TO RB457EX-NUM-TRANSAC.
           MOVE RB457SS-TIP-TRANSAC     TO RB457EX-TIP-TRANSAC.
           MOVE RB457SS-MONTO-TRANSAC   TO RB457EX-MONTO-TRANSAC.
           MOVE RB457SS-MONEDA          TO RB457EX-MONEDA.
           MOVE RB457SS-FECHA-TRANSAC   TO RB457EX-FECHA-TRANSAC.
           MOVE RB457SS-HORA-TRANSAC    TO RB457EX-HORA-TRANSAC.
           MOVE RB457SS-RED-ADQUIR      TO RB457EX-RED-ADQUIR.
           MOVE CN285SE-DISP            TO RB457EX-DISP.
           MOVE CN285SE-NUM-DISPOSITIVO TO RB457EX-NUM-DISPOSITIVO.
           MOVE CN285SE-LOCALIZACION    TO RB457EX-LOCALIZACION.
           MOVE RB457SS-ENTIDAD         TO RB457EX-ENTIDAD.
           MOVE WK-MOTIVO-LIMITE        TO RB457EX-MOTIVO.

           WRITE REG-RB457EX.
           IF ES-RB457EX = '00'
              ADD 1 TO WK-GRABADOS-EX
              ADD RB457EX-NUM-CTA TO WK-HASH-RB457EX
           ELSE
              DISPLAY 'ERROR AL GRABAR RB457EX ' ES-RB457EX
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN
           END-IF.

       313-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SANCIONES: SI LA TRANSACCION TIENE ALERTA EN RB532SS PENDIENTE *
      * O CONFIRMADA QUEDA EN RB457SS PERO NO SALE A SU RED. LA        *
      * PRIMERA VEZ SE ANOTA EN LA ALERTA LA FECHA DE RETENCION, LA    *
      * RED, LA ENTIDAD Y LA CUENTA YA PROTEGIDA PARA EL EXTRACTO. UNA *
      * ALERTA YA RETENIDA SOLO SALE POR LA LIBERACION DE FIN DE       *
      * CORRIDA (906), AUNQUE LA TRANSACCION SE VUELVA A PROCESAR      *
      *----------------------------------------------------------------*
       314-VERIFICAR-SANCION.

           MOVE 0 TO WK-SW-RETENIDA-SANC.
           IF WK-SW-RB532-ABIERTO = 0
              GO TO 314-FIN
           END-IF.

           MOVE RB457SS-NUM-CTA     TO RB532SS-NUM-CTA.
           MOVE RB457SS-NUM-TRANSAC TO RB532SS-NUM-TRANSAC.
           MOVE RB457SS-TIP-TRANSAC TO RB532SS-TIP-TRANSAC.
           READ RB532SS KEY IS RB532SS-LLAVE.
           IF ES-RB532SS = '23'
              GO TO 314-FIN
           END-IF.
           IF ES-RB532SS NOT = '00'
              DISPLAY 'ERROR AL LEER RB532SS ' ES-RB532SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN
           END-IF.

           IF RB532SS-FECHA-RETENCION > 0
              MOVE 1 TO WK-SW-RETENIDA-SANC
              ADD  1 TO WK-RETENIDOS-SANC
              MOVE 'RS' TO WK-MOTIVO-AJUSTE
              PERFORM 315-GRABAR-AJUSTE-SANC THRU 315-FIN
              GO TO 314-FIN
           END-IF.

      * LIBERADA ANTES DE LLEGAR AQUI: SALE NORMAL Y QUEDA ENVIADA
           IF RB532SS-LIBERADA OR RB532SS-ENVIADA
              MOVE 'F'              TO RB532SS-ESTADO
              MOVE WK-FECHA-SISTEMA TO RB532SS-FECHA-ENVIO
              PERFORM 3140-REGRABAR-RB532SS THRU 3140-FIN
              GO TO 314-FIN
           END-IF.

           MOVE 1 TO WK-SW-RETENIDA-SANC.
           ADD  1 TO WK-RETENIDOS-SANC.
           PERFORM 306-PROTEGER-CUENTA THRU 306-FIN.
           MOVE WK-CUENTA-EXTRACTO  TO RB532SS-CTA-EXTRACTO.
           MOVE RB457SS-RED-ADQUIR  TO RB532SS-RED-ADQUIR.
           MOVE RB457SS-ENTIDAD     TO RB532SS-ENTIDAD.
           MOVE WK-FECHA-SISTEMA    TO RB532SS-FECHA-RETENCION.
           PERFORM 3140-REGRABAR-RB532SS THRU 3140-FIN.
           MOVE 'RS' TO WK-MOTIVO-AJUSTE.
           PERFORM 315-GRABAR-AJUSTE-SANC THRU 315-FIN.

       314-FIN.
           EXIT.

       3140-REGRABAR-RB532SS.

           REWRITE REG-RB532SS.
           IF ES-RB532SS NOT = '00'
              DISPLAY 'ERROR AL REGRABAR RB532SS ' ES-RB532SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN
           END-IF.

       3140-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * AJUSTE DE SANCIONES EN RB457EX: LA RETENIDA (RS) ESTA EN       *
      * RB457SS Y NO EN SU EXTRACTO; LA LIBERADA (LS) SALE A SU        *
      * EXTRACTO SIN VOLVER A RB457SS. VA CON EL MONTO Y LA MONEDA DE  *
      * LA TRANSACCION Y SIN DISPOSITIVO, LIMITE NI VALOR              *
      *----------------------------------------------------------------*
       315-GRABAR-AJUSTE-SANC.

           MOVE RB457SS-NUM-CTA         TO RB457EX-NUM-CTA.
           MOVE RB457SS-NUM-TRANSAC     TO RB457EX-NUM-TRANSAC.
           MOVE RB457SS-TIP-TRANSAC     TO RB457EX-TIP-TRANSAC.
           MOVE RB457SS-MONTO-TRANSAC   TO RB457EX-MONTO-TRANSAC.
           MOVE RB457SS-MONEDA          TO RB457EX-MONEDA.
           MOVE RB457SS-FECHA-TRANSAC   TO RB457EX-FECHA-TRANSAC.
           MOVE RB457SS-HORA-TRANSAC    TO RB457EX-HORA-TRANSAC.
           MOVE RB457SS-RED-ADQUIR      TO RB457EX-RED-ADQUIR.
           MOVE SPACES                  TO RB457EX-DISP.
           MOVE SPACES                  TO RB457EX-NUM-DISPOSITIVO.
           MOVE SPACES                  TO RB457EX-LOCALIZACION.
           MOVE RB457SS-ENTIDAD         TO RB457EX-ENTIDAD.
           MOVE WK-MOTIVO-AJUSTE        TO RB457EX-MOTIVO.
           MOVE 0                       TO RB457EX-LIMITE.
           MOVE 0                       TO RB457EX-VALOR.

           WRITE REG-RB457EX.
           IF ES-RB457EX = '00'
              ADD 1 TO WK-GRABADOS-EX
              ADD RB457EX-NUM-CTA TO WK-HASH-RB457EX
           ELSE
              DISPLAY 'ERROR AL GRABAR RB457EX ' ES-RB457EX
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN
           END-IF.

       315-FIN.
           EXIT.

       320-GRABAR-TRL-RB457SS.

           MOVE WK-GRABADOS        TO RB457SS-TRL-CANT-REGS.
       347-FIN.
           EXIT.

       348-GRABAR-TRL-RB457LT.

           MOVE WK-GRABADOS-LT      TO RB457LT-TRL-CANT-REGS.
           MOVE WK-HASH-RB457LT     TO RB457LT-TRL-HASH-CTL.
           MOVE WK-PERIODO-LT-DESDE TO RB457LT-TRL-PERIODO-DESDE.
           MOVE WK-PERIODO-LT-HASTA TO RB457LT-TRL-PERIODO-HASTA.
           WRITE REG-RB457LT-TRL.

           IF ES-RB457LT NOT = '00'
              DISPLAY 'ERROR AL GRABAR TRAILER RB457LT ' ES-RB457LT
              MOVE     999            TO   RETURN-CODE.

       348-FIN.
           EXIT.

       349-GRABAR-TRL-RB457EX.

           MOVE WK-GRABADOS-EX     TO RB457EX-TRL-CANT-REGS.
           MOVE WK-HASH-RB457EX    TO RB457EX-TRL-HASH-CTL.
           WRITE REG-RB457EX-TRL.

           IF ES-RB457EX NOT = '00'
              DISPLAY 'ERROR AL GRABAR TRAILER RB457EX ' ES-RB457EX
              MOVE     999            TO   RETURN-CODE.

       349-FIN.
           EXIT.

       343-GRABAR-TRL-RB459SS.

           COMPUTE RB459SS-TRL-CANT-REGS =
           MOVE WK-GRABADOS-DQ     TO CKPT-GRABADOS-DQ.
           MOVE WK-GRABADOS-DV     TO CKPT-GRABADOS-DV.
           MOVE WK-HASH-RB457DV    TO CKPT-HASH-RB457DV.
           MOVE WK-GRABADOS-LT     TO CKPT-GRABADOS-LT.
           MOVE WK-HASH-RB457LT    TO CKPT-HASH-RB457LT.
           MOVE WK-PERIODO-LT-DESDE TO CKPT-PERIODO-LT-DESDE.
           MOVE WK-PERIODO-LT-HASTA TO CKPT-PERIODO-LT-HASTA.
           MOVE WK-GRABADOS-EX     TO CKPT-GRABADOS-EX.
           MOVE WK-HASH-RB457EX    TO CKPT-HASH-RB457EX.
           WRITE REG-RBCKPT.

           IF ES-RBCKPT NOT = '00'

           COMPUTE WK-LEIDOS-CIFIN-CTL =
                   WK-GRABADOS + WK-GRABADOS-ERROR + WK-GRABADOS-DUP +
                   WK-OMITIDOS-TIPO + WK-GRABADOS-DQ + WK-GRABADOS-LT.
           IF WK-LEIDOS-CIFIN = WK-LEIDOS-CIFIN-CTL
              DISPLAY 'RECONCILIACION CN255SE/RB457SS+RB451SS : CUADRA'
           ELSE
              DISPLAY '*** WARNING: CN255SE NO CUADRA CONTRA RB457SS+'
              DISPLAY '*** WARNING: RB451SS - REVISAR PROCESO RBD457 '
              DISPLAY '    LEIDOS-CIFIN  : ' WK-LEIDOS-CIFIN
              DISPLAY '    GRABADOS+ERROR+DUP+OMITIDOS+TARDIAS: '
                       WK-LEIDOS-CIFIN-CTL
           END-IF.

           MOVE TB-AV-NOMBRE(WK-IX-ARCH-VISTO) TO RB452SS-NOMB-ARCH.
           MOVE TB-AV-CANT(WK-IX-ARCH-VISTO)   TO RB452SS-CANT-REGS.
           MOVE WK-FECHA-SISTEMA               TO RB452SS-FECHA-PROC.
           MOVE WK-HORA                        TO RB452SS-HORA-PROC.
           WRITE REG-RB452SS.

           IF ES-RB452SS NOT = '00'
           IF ES-RB457DV = '00' OR '97'
              CLOSE RB457DV
           END-IF.
           IF ES-RB457LT = '00' OR '97'
              CLOSE RB457LT
           END-IF.
           IF ES-RB457EX = '00' OR '97'
              CLOSE RB457EX
           END-IF.
           IF ES-RBCKPT = '00' OR '97'
              CLOSE RBCKPT
           END-IF.
              DISPLAY 'REGS. CALIDAD DE DATOS     : ' WK-GRABADOS-DQ
              DISPLAY 'CUENTAS PROTEGIDAS EN RED  : ' WK-PROTEGIDAS
              DISPLAY 'DETALLES DE DISPOSITIVO    : ' WK-GRABADOS-DV
              DISPLAY 'TARDIAS DE MESES CERRADOS  : ' WK-GRABADOS-LT
              DISPLAY 'EXCESOS Y AJUSTES RB457EX  : ' WK-GRABADOS-EX
              DISPLAY 'CUENTA IGUAL OTRA ENTIDAD  : '
                       WK-ENT-DISTINTA
              DISPLAY 'RETENIDAS POR SANCIONES    : '
                       WK-RETENIDOS-SANC
              DISPLAY '--------------------------------------'.

           IF WK-ARCH-ORDENADOS > 0
              DISPLAY '*** AVISO: CN255SE LLEGO SIN CLASIFICAR Y SE '
                      'ORDENO EN LA CORRIDA'
              DISPLAY '    ARCHIVOS ORDENADOS : ' WK-ARCH-ORDENADOS
              DISPLAY '    LLAVES FUERA ORDEN : ' WK-FUERA-ORDEN-255
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF WK-GRABADOS-LT > 0
              DISPLAY '*** AVISO: HAY TARDIAS DE MESES YA CERRADOS, '
                      'MESES ' WK-PERIODO-LT-DESDE ' A '
                      WK-PERIODO-LT-HASTA
              DISPLAY '*** AVISO: ENVIAR RB457LT COMO CORRECCION '
                      '(RBD470 TIPO-ENVIO=C)'
           END-IF.

           PERFORM 900-RECONCILIAR-CONTADORES THRU 900-FIN.
           PERFORM 901-VERIFICAR-TASA-RB451   THRU 901-FIN.
           PERFORM 903-VERIFICAR-VOLUMEN      THRU 903-FIN.

              PERFORM 320-GRABAR-TRL-RB457SS THRU 320-FIN
              PERFORM 330-GRABAR-TRL-RB451SS THRU 330-FIN
              PERFORM 906-LIBERAR-RETENIDAS-SANC THRU 906-FIN
              PERFORM 340-GRABAR-TRL-RB457VI THRU 340-FIN
              PERFORM 341-GRABAR-TRL-RB457MC THRU 341-FIN
              PERFORM 342-GRABAR-TRL-RB457OT THRU 342-FIN
              PERFORM 347-GRABAR-TRL-RB457DV THRU 347-FIN
              PERFORM 348-GRABAR-TRL-RB457LT THRU 348-FIN
              PERFORM 349-GRABAR-TRL-RB457EX THRU 349-FIN
              CLOSE RB457SS
              IF WK-MODO-INTRADIA NOT = 'S' AND
                 WK-MODO-PARTICION NOT = 'S'
              CLOSE RB457MC
              CLOSE RB457OT
              CLOSE RB457DV
              CLOSE RB457LT
              CLOSE RB457EX
              CLOSE RBCKPT
              IF WK-SW-RB532-ABIERTO = 1
                 CLOSE RB532SS
              END-IF
           END-IF.

           IF WK-SW-BOVEDA-ABIERTA = 1
              MOVE 'L' TO WK-ESTADO-VENTANA
              PERFORM 113-MARCAR-VENTANA THRU 113-FIN
           END-IF.
           IF WK-SW-FEED-FRAUDE = 1
              DISPLAY 'EVENTOS ENVIADOS A FRAUDE  : '
                       WK-ENVIADOS-FRAUDE
              CLOSE RBFRDSS
              PERFORM 905-GRABAR-MARCA-AGUA THRU 905-FIN
           END-IF.
           IF WK-LIBERADOS-SANC > 0
              DISPLAY 'LIBERADAS DE SANCIONES     : '
                       WK-LIBERADOS-SANC
           END-IF.
           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE CN255SE.
           CLOSE CN285SE.
       9051-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LIBERACION DE SANCIONES: CADA ALERTA RETENIDA QUE CUMPLIMIENTO *
      * LIBERO EN LINEA SALE A SU RED EN ESTA CORRIDA CON LA IMAGEN    *
      * GUARDADA AL RETENERLA (NO VUELVE A RB457SS, QUE YA LA TIENE DE *
      * SU DIA) Y QUEDA ENVIADA. SOLO EN LA CORRIDA NORMAL DEL DIA:    *
      * EN INTRADIA Y EN MODO PARTICION SE RETIENE PERO NO SE LIBERA   *
      *----------------------------------------------------------------*
       906-LIBERAR-RETENIDAS-SANC.

           IF WK-SW-RB532-ABIERTO = 0 OR
              RETURN-CODE >= 8 OR
              WK-MODO-INTRADIA = 'S' OR
              WK-MODO-PARTICION = 'S'
              GO TO 906-FIN
           END-IF.

           MOVE LOW-VALUES TO RB532SS-LLAVE.
           START RB532SS KEY IS NOT LESS THAN RB532SS-LLAVE.
           IF ES-RB532SS NOT = '00'
              GO TO 906-FIN
           END-IF.

           MOVE 1 TO WK-SW-LIBERANDO-SANC.
           MOVE 0 TO WK-SW-FIN-RB532.
           PERFORM 9060-LIBERAR-UNA THRU 9060-FIN
                   UNTIL WK-SW-FIN-RB532 = 1.
           MOVE 0 TO WK-SW-LIBERANDO-SANC.

       906-FIN.
           EXIT.

       9060-LIBERAR-UNA.

           READ RB532SS NEXT RECORD.
           IF ES-RB532SS NOT = '00'
              MOVE 1 TO WK-SW-FIN-RB532
              GO TO 9060-FIN
           END-IF.

           IF NOT RB532SS-LIBERADA OR RB532SS-FECHA-RETENCION = 0
              GO TO 9060-FIN
           END-IF.

           MOVE RB532SS-NUM-CTA         TO RB457SS-NUM-CTA.
           MOVE RB532SS-NUM-TRANSAC     TO RB457SS-NUM-TRANSAC.
           MOVE RB532SS-TIP-TRANSAC     TO RB457SS-TIP-TRANSAC.
           MOVE RB532SS-MONTO-TRANSAC   TO RB457SS-MONTO-TRANSAC.
           MOVE RB532SS-MONEDA          TO RB457SS-MONEDA.
           MOVE RB532SS-FECHA-TRANSAC   TO RB457SS-FECHA-TRANSAC.
           MOVE RB532SS-HORA-TRANSAC    TO RB457SS-HORA-TRANSAC.
           MOVE RB532SS-NOMB-ARCH-CARG  TO RB457SS-NOMB-ARCH-CARG.
           MOVE RB532SS-NOMBRE-RED      TO RB457SS-NOMBRE-RED.
           MOVE RB532SS-RED-ADQUIR      TO RB457SS-RED-ADQUIR.
           MOVE RB532SS-ENTIDAD         TO RB457SS-ENTIDAD.
           PERFORM 305-GRABAR-RB457-RED THRU 305-FIN.
           MOVE 'LS' TO WK-MOTIVO-AJUSTE.
           PERFORM 315-GRABAR-AJUSTE-SANC THRU 315-FIN.

           MOVE 'F'              TO RB532SS-ESTADO.
           MOVE WK-FECHA-SISTEMA TO RB532SS-FECHA-ENVIO.
           PERFORM 3140-REGRABAR-RB532SS THRU 3140-FIN.
           ADD 1 TO WK-LIBERADOS-SANC.

       9060-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
              MOVE 'ENVIADOS-FRAUDE'  TO RBLEDG-CONT-NOMBRE(10)
              MOVE WK-ENVIADOS-FRAUDE TO RBLEDG-CONT-VALOR(10)
           END-IF.
      * SI CN255SE LLEGO SIN CLASIFICAR EL CONTADOR 9 LLEVA LAS LLAVES
      * FUERA DE ORDEN (LOS ERRORES DE LECTURA QUEDAN EN RB462SS Y EN
      * EL LOG DE LA CORRIDA)
           IF WK-ARCH-ORDENADOS > 0
              MOVE 'CN255SE-DESORDEN'  TO RBLEDG-CONT-NOMBRE(9)
              MOVE WK-FUERA-ORDEN-255  TO RBLEDG-CONT-VALOR(9)
           END-IF.

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
