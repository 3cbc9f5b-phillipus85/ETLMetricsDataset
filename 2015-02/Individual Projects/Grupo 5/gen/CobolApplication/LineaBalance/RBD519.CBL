      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : RECERTIFICACION TRIMESTRAL DEL ARCHIVO DE        *
      *           : AUTORIZACIONES CN288SS                           *
      * OBJETIVO  : LISTA, AGRUPADO POR OFICINA, CADA USUARIO DE     *
      *           : CN288SS CON SU PERFIL, ACCIONES, QUIEN Y CUANDO  *
      *           : SE LO OTORGO Y SU ULTIMO CAMBIO (RDK08405), PARA *
      *           : QUE EL GERENTE DE CADA OFICINA FIRME QUE LOS     *
      *           : ACCESOS SIGUEN SIENDO NECESARIOS. MARCA A LOS    *
      *           : USUARIOS SIN PERFIL (CARGADOS A MANO) Y A LOS    *
      *           : QUE NO TIENEN ACTIVIDAD EN LOS ULTIMOS 90 DIAS   *
      *           : EN LAS BITACORAS CN286SS (CAPTURA Y APROBACION   *
      *           : DE CN285SE), TASABSS (TASAS) NI CALBTSS          *
      *           : (CALENDARIO); PARA LOS ADMINISTRADORES CUENTA    *
      *           : TAMBIEN LA BITACORA CN290SS                      *
      * FECHA     : 28 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192171                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192171                                       *
      * FECHA  : 28 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. LAS BITACORAS SE LEEN *
      *          DESDE LA FECHA DE PROCESO MENOS 90 DIAS (SU LLAVE   *
      *          EMPIEZA CON LA FECHA). UNA BITACORA AUSENTE SE      *
      *          AVISA Y NO CUENTA ACTIVIDAD. LOS REGISTROS VIEJOS   *
      *          DE CN288SS (SIN PERFIL NI DATOS DE ALTA) SALEN CON  *
      *          PERFIL EN ESPACIOS Y FECHAS EN CERO. HABIENDO       *
      *          USUARIOS SIN PERFIL O SIN ACTIVIDAD LA CORRIDA DEJA *
      *          RETURN-CODE 4                                       *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 30 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: EL LISTADO DESCRIBE LOS PERFILES 'R' REVISOR DE     *
      *          DUPLICADOS (RDK08406) Y 'U' CUMPLIMIENTO (ALERTAS   *
      *          DE SANCIONES EN RDK08408), QUE SALIAN COMO PERFIL   *
      *          DESCONOCIDO                                         *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD519.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 28 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  CN288SS     ASSIGN TO SYS001-CN288SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN288-LLAVE
                               FILE STATUS ES-CN288SS.

           SELECT  CN286SS     ASSIGN TO SYS002-CN286SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN286-LLAVE
                               FILE STATUS ES-CN286SS.

           SELECT  TASABSS     ASSIGN TO SYS003-TASABSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS TASAB-LLAVE
                               FILE STATUS ES-TASABSS.

           SELECT  CALBTSS     ASSIGN TO SYS004-CALBTSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CALBT-LLAVE
                               FILE STATUS ES-CALBTSS.

           SELECT  CN290SS     ASSIGN TO SYS005-CN290SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN290-LLAVE
                               FILE STATUS ES-CN290SS.

           SELECT  RB519LS     ASSIGN TO SYS006-RB519LS
                               FILE STATUS ES-RB519LS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * AUTORIZACIONES DE MANTENIMIENTO, MISMO LAYOUT DE AREA-CN288    *
      * QUE MANTIENE RDK08405                                          *
      *----------------------------------------------------------------*
       FD  CN288SS.
       01  REG-CN288SS.
           03 CN288-LLAVE.
              05 CN288-USUARIO            PIC X(13).
           03 CN288-NUM-OFI               PIC 9(03).
           03 CN288-ACCIONES              PIC X(03).
           03 CN288-PERFIL                PIC X(01).
           03 CN288-FECHA-ALTA            PIC 9(08).
           03 CN288-USUARIO-ALTA          PIC X(13).
           03 CN288-FECHA-ULT-ACT         PIC 9(08).
           03 CN288-USUARIO-ULT-ACT       PIC X(13).

      *----------------------------------------------------------------*
      * BITACORA DE MANTENIMIENTO DE CN285SE (RDK08320/RDK08394/RBD478)*
      *----------------------------------------------------------------*
       FD  CN286SS.
       01  REG-CN286SS.
           03 CN286-LLAVE.
              05 CN286-FECHA              PIC 9(08).
              05 CN286-HORA               PIC 9(06).
              05 CN286-NUM-CTA            PIC 9(16).
           03 CN286-TIP-ACCION            PIC X(01).
           03 CN286-DATOS-TRX.
              05 CN286-DISP               PIC X(03).
              05 CN286-LOCALIZACION       PIC X(01).
              05 CN286-ORIGEN             PIC X(03).
              05 CN286-APLIC-ORIGEN       PIC X(02).
              05 CN286-APLIC-DEST         PIC X(02).
           03 CN286-RED-ADQUIR            PIC X(02).
           03 CN286-COD-ADQUI             PIC 9(02).
           03 CN286-NUM-DISPOSITIVO       PIC X(04).
           03 CN286-DESCRIPCION           PIC X(100).
           03 CN286-IND-ENCRIPCION        PIC X(01).
           03 CN286-LLAVE-ENCRP           PIC X(09).
           03 CN286-FEC-ALTA              PIC 9(08).
           03 CN286-FEC-BAJA              PIC 9(08).
           03 CN286-USUARIO               PIC X(13).
           03 CN286-NUM-OFI               PIC 9(03).
           03 CN286-APROBADOR             PIC X(13).
           03 CN286-ENTIDAD               PIC X(02).

      *----------------------------------------------------------------*
      * BITACORA DE CARGA DE TASAS (RDK08392)                          *
      *----------------------------------------------------------------*
       FD  TASABSS.
       01  REG-TASABSS.
           03 TASAB-LLAVE.
              05 TASAB-FECHA              PIC 9(08).
              05 TASAB-HORA               PIC 9(06).
              05 TASAB-MONEDA             PIC X(03).
              05 TASAB-FECHA-VIGENCIA     PIC 9(08).
           03 TASAB-TIP-ACCION            PIC X(01).
           03 TASAB-TASA                  PIC 9(05)V9(06).
           03 TASAB-USUARIO               PIC X(13).
           03 TASAB-NUM-OFI               PIC 9(03).

      *----------------------------------------------------------------*
      * BITACORA DE MANTENIMIENTO DEL CALENDARIO (RDK08396)            *
      *----------------------------------------------------------------*
       FD  CALBTSS.
       01  REG-CALBTSS.
           03 CALBT-LLAVE.
              05 CALBT-FECHA              PIC 9(08).
              05 CALBT-HORA               PIC 9(06).
              05 CALBT-FECHA-FERIADO      PIC 9(08).
           03 CALBT-TIP-ACCION            PIC X(01).
           03 CALBT-DESCRIPCION           PIC X(30).
           03 CALBT-USUARIO               PIC X(13).
           03 CALBT-NUM-OFI               PIC 9(03).

      *----------------------------------------------------------------*
      * BITACORA DE ADMINISTRACION DE CN288SS (RDK08405)               *
      *----------------------------------------------------------------*
       FD  CN290SS.
       01  REG-CN290SS.
           03 CN290-LLAVE.
              05 CN290-FECHA              PIC 9(08).
              05 CN290-HORA               PIC 9(06).
              05 CN290-USUARIO-OBJ        PIC X(13).
           03 CN290-TIP-ACCION            PIC X(01).
           03 CN290-PERFIL-ANT            PIC X(01).
           03 CN290-NUM-OFI-ANT           PIC 9(03).
           03 CN290-ACCIONES-ANT          PIC X(03).
           03 CN290-PERFIL-NUEVO          PIC X(01).
           03 CN290-NUM-OFI-NUEVA         PIC 9(03).
           03 CN290-ACCIONES-NUEVAS       PIC X(03).
           03 CN290-USUARIO               PIC X(13).
           03 CN290-NUM-OFI               PIC 9(03).

      *----------------------------------------------------------------*
      * LISTADO DE RECERTIFICACION PARA FIRMA DE LOS GERENTES          *
      *----------------------------------------------------------------*
       FD  RB519LS.
       01  REG-RB519LS                    PIC X(132).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES DE LA LINEA DE BALANCE           *
      *----------------------------------------------------------------*
       FD  RBLEDSS.
       01  REG-RBLEDSS.
           03 RBLEDG-LLAVE.
              05 RBLEDG-PROGRAMA          PIC X(08).
              05 RBLEDG-FECHA-PROCESO     PIC 9(08).
              05 RBLEDG-HORA-INICIO       PIC 9(08).
           03 RBLEDG-FECHA-FIN            PIC 9(08).
           03 RBLEDG-HORA-FIN             PIC 9(08).
           03 RBLEDG-RETURN-CODE          PIC 9(04).
           03 RBLEDG-CANT-CONTADORES      PIC 9(02).
           03 RBLEDG-CONTADORES.
              05 RBLEDG-CONTADOR OCCURS 10 TIMES.
                 07 RBLEDG-CONT-NOMBRE    PIC X(20).
                 07 RBLEDG-CONT-VALOR     PIC 9(10).

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-CN288SS                   PIC   X(02).
           03  ES-CN286SS                   PIC   X(02).
           03  ES-TASABSS                   PIC   X(02).
           03  ES-CALBTSS                   PIC   X(02).
           03  ES-CN290SS                   PIC   X(02).
           03  ES-RB519LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-CANT-USR                  PIC   9(04).
           03  WK-IX-USR                    PIC   9(04).
           03  WK-SW-HALLADO                PIC   9(01).
           03  WK-USUARIO-BUSCAR            PIC   X(13).
           03  WK-FECHA-MOV                 PIC   9(08).
           03  WK-FUENTE-MOV                PIC   X(08).
           03  WK-MOVIMIENTOS               PIC   9(10).
           03  WK-INACTIVOS                 PIC   9(05).
           03  WK-SIN-PERFIL                PIC   9(05).
           03  WK-OFICINAS                  PIC   9(04).
           03  WK-OFI-ACTUAL                PIC   9(03).
           03  WK-SW-HAY-OFI                PIC   9(01).
           03  WK-OFI-USUARIOS              PIC   9(04).
           03  WK-OFI-INACTIVOS             PIC   9(04).
           03  WK-OFI-SIN-PERFIL            PIC   9(04).

      *----------------------------------------------------------------*
      * DIAS SIN ACTIVIDAD EN LAS BITACORAS PARA MARCAR AL USUARIO     *
      *----------------------------------------------------------------*
       01  WK-DIAS-INACTIVIDAD              PIC   9(03) VALUE 90.
       01  WK-CAPACIDAD-USR                 PIC   9(04) VALUE 2000.

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-FECHA-CORTE                   PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      * CAMPOS DEL CALCULO DE NUMERO DE DIA JULIANO
       01  WK-FECHA-JDN                     PIC   9(08).
       01  WK-FECHA-JDN-R REDEFINES WK-FECHA-JDN.
           03 WK-JD-ANIO                    PIC   9(04).
           03 WK-JD-MES                     PIC   9(02).
           03 WK-JD-DIA                     PIC   9(02).
       01  WK-JD-A                          PIC   9(02).
       01  WK-JD-Y                          PIC   9(05).
       01  WK-JD-M                          PIC   9(02).
       01  WK-JD-T1                         PIC   9(05).
       01  WK-JD-T2                         PIC   9(05).
       01  WK-JD-T3                         PIC   9(05).
       01  WK-JD-T4                         PIC   9(05).
       01  WK-JDN                           PIC   9(08).
       01  WK-JI-A                          PIC   9(09).
       01  WK-JI-B                          PIC   9(04).
       01  WK-JI-C                          PIC   9(06).
       01  WK-JI-D                          PIC   9(04).
       01  WK-JI-E                          PIC   9(04).
       01  WK-JI-M                          PIC   9(02).
       01  WK-JI-K                          PIC   9(01).
       01  WK-JI-TMP                        PIC   9(09).

      *----------------------------------------------------------------*
      * USUARIOS DE CN288SS EN ORDEN DE LLAVE, CON SU ULTIMA ACTIVIDAD *
      * EN LAS BITACORAS DESDE LA FECHA DE CORTE                       *
      *----------------------------------------------------------------*
       01  TB-USUARIOS.
           03  TB-USR OCCURS 2000 TIMES.
               05 TB-USR-USUARIO            PIC  X(13).
               05 TB-USR-NUM-OFI            PIC  9(03).
               05 TB-USR-ACCIONES           PIC  X(03).
               05 TB-USR-PERFIL             PIC  X(01).
               05 TB-USR-FECHA-ALTA         PIC  9(08).
               05 TB-USR-USUARIO-ALTA       PIC  X(13).
               05 TB-USR-FECHA-ULT-ACT      PIC  9(08).
               05 TB-USR-ULT-ACTIVIDAD      PIC  9(08).
               05 TB-USR-FUENTE             PIC  X(08).
               05 TB-USR-SW-LISTADO         PIC  9(01).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD519'.
           03 FILLER                       PIC X(56) VALUE
              'RECERTIFICACION DE AUTORIZACIONES CN288SS'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(25) VALUE
              'SIN ACTIVIDAD DESDE EL : '.
           03 WK-LTI-CORTE                  PIC 9(08).
           03 FILLER                       PIC X(06).

       01  WK-LINEA-OFICINA.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(10) VALUE
              'OFICINA : '.
           03 WK-LOF-OFICINA                PIC X(05).
           03 FILLER                       PIC X(115).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  USUARIO        PERFIL                 ACC '.
           03 FILLER                       PIC X(44) VALUE
              ' FEC ALTA  OTORGADO POR   ULT CAMB  ULT ACTV'.
           03 FILLER                       PIC X(44) VALUE
              '  BITACORA  OBSERVACION                     '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-USUARIO                PIC X(13).
           03 FILLER                       PIC X(02).
           03 WK-LDE-PERFIL                 PIC X(01).
           03 FILLER                       PIC X(01).
           03 WK-LDE-DES-PERFIL             PIC X(20).
           03 FILLER                       PIC X(01).
           03 WK-LDE-ACCIONES               PIC X(03).
           03 FILLER                       PIC X(02).
           03 WK-LDE-FECHA-ALTA             PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-USUARIO-ALTA           PIC X(13).
           03 FILLER                       PIC X(02).
           03 WK-LDE-FECHA-ULT-ACT          PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-ULT-ACTIVIDAD          PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-FUENTE                 PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-OBSERVACION            PIC X(30).
           03 FILLER                       PIC X(02).

       01  WK-LINEA-TOTAL-OFI.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(12) VALUE
              'USUARIOS : '.
           03 WK-LTO-USUARIOS               PIC ZZZ9.
           03 FILLER                       PIC X(17) VALUE
              '   SIN PERFIL : '.
           03 WK-LTO-SIN-PERFIL             PIC ZZZ9.
           03 FILLER                       PIC X(20) VALUE
              '   SIN ACTIVIDAD EN '.
           03 WK-LTO-DIAS                   PIC ZZ9.
           03 FILLER                       PIC X(08) VALUE
              ' DIAS : '.
           03 WK-LTO-INACTIVOS              PIC ZZZ9.
           03 FILLER                       PIC X(58).

       01  WK-LINEA-FIRMA.
           03 FILLER                       PIC X(44) VALUE
              '  LOS ACCESOS LISTADOS SIGUEN SIENDO NECESAR'.
           03 FILLER                       PIC X(44) VALUE
              'IOS. GERENTE: ____________________ FIRMA: __'.
           03 FILLER                       PIC X(44) VALUE
              '____________ FECHA: __________              '.

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR          THRU 100-FIN.
           PERFORM 200-CARGAR-CN288SS       THRU 200-FIN.
           PERFORM 300-ACTIVIDAD-CN286SS    THRU 300-FIN.
           PERFORM 310-ACTIVIDAD-TASABSS    THRU 310-FIN.
           PERFORM 320-ACTIVIDAD-CALBTSS    THRU 320-FIN.
           PERFORM 330-ACTIVIDAD-CN290SS    THRU 330-FIN.
           PERFORM 400-LISTAR-OFICINAS      THRU 400-FIN.
           PERFORM 990-FINALIZAR            THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-USUARIOS.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.

      * CORTE DE ACTIVIDAD: FECHA DE PROCESO MENOS LOS DIAS DE
      * INACTIVIDAD, POR DIA JULIANO
           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN   THRU 800-FIN.
           SUBTRACT WK-DIAS-INACTIVIDAD FROM WK-JDN.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN     TO WK-FECHA-CORTE.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  ACTIVIDAD DESDE : ' WK-FECHA-CORTE.

           OPEN OUTPUT RB519LS.
           IF   ES-RB519LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB519LS ' ES-RB519LS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-FECHA-CORTE    TO WK-LTI-CORTE.
           MOVE WK-LINEA-TITULO   TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002                       *
      *----------------------------------------------------------------*
       110-LEER-FECPRSS.

           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '00'
                READ FECPRSS
                IF ES-FECPRSS = '00' AND
                   FECPR-FECHA-PROCESO NUMERIC AND
                   FECPR-FECHA-PROCESO > 0
                   MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       110-FIN.
           EXIT.

      *================================================================*
      * CARGA DE LOS USUARIOS AUTORIZADOS                              *
      *================================================================*
       200-CARGAR-CN288SS.

           OPEN INPUT CN288SS.
           IF   ES-CN288SS NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR AUTORIZACIONES CN288SS '
                         ES-CN288SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-CN288 THRU 2000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE CN288SS.

           DISPLAY 'USUARIOS EN CN288SS : ' WK-CANT-USR.

       200-FIN.
           EXIT.

       2000-LEER-CN288.

           INITIALIZE REG-CN288SS.
           READ CN288SS NEXT RECORD.
           IF ES-CN288SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-CN288SS NOT = '00' AND '04'
              DISPLAY 'ERROR AL LEER AUTORIZACIONES CN288SS '
                       ES-CN288SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF WK-CANT-USR >= WK-CAPACIDAD-USR
              DISPLAY 'TABLA DE USUARIOS LLENA, AMPLIAR TB-USUARIOS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-CANT-USR.
           MOVE WK-CANT-USR          TO WK-IX-USR.
           MOVE CN288-USUARIO        TO TB-USR-USUARIO(WK-IX-USR).
           MOVE CN288-ACCIONES       TO TB-USR-ACCIONES(WK-IX-USR).
           IF CN288-NUM-OFI NUMERIC
              MOVE CN288-NUM-OFI     TO TB-USR-NUM-OFI(WK-IX-USR)
           END-IF.

      * REGISTRO CARGADO A MANO ANTES DE RDK08405: SIN PERFIL NI
      * DATOS DE ALTA
           IF CN288-FECHA-ALTA NOT NUMERIC
              GO TO 2000-FIN
           END-IF.

           MOVE CN288-PERFIL         TO TB-USR-PERFIL(WK-IX-USR).
           MOVE CN288-FECHA-ALTA     TO TB-USR-FECHA-ALTA(WK-IX-USR).
           MOVE CN288-USUARIO-ALTA   TO TB-USR-USUARIO-ALTA(WK-IX-USR).
           IF CN288-FECHA-ULT-ACT NUMERIC
              MOVE CN288-FECHA-ULT-ACT
                                     TO TB-USR-FECHA-ULT-ACT(WK-IX-USR)
           END-IF.

       2000-FIN.
           EXIT.

      *================================================================*
      * ACTIVIDAD EN LAS BITACORAS: SU LLAVE EMPIEZA CON LA FECHA, SE  *
      * POSICIONA EN EL CORTE Y SE LEE HASTA EL FINAL                  *
      *================================================================*
       300-ACTIVIDAD-CN286SS.

           OPEN INPUT CN286SS.
           IF   ES-CN286SS = '35'
                DISPLAY 'AVISO: BITACORA CN286SS AUSENTE'
                GO TO 300-FIN.
           IF   ES-CN286SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA CN286SS ' ES-CN286SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES     TO CN286-LLAVE.
           MOVE WK-FECHA-CORTE TO CN286-FECHA.
           START CN286SS KEY IS NOT LESS THAN CN286-LLAVE.
           IF ES-CN286SS NOT = '00'
              MOVE 1 TO SW-FIN
           END-IF.

           PERFORM 3000-LEER-CN286 THRU 3000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE CN286SS.

       300-FIN.
           EXIT.

       3000-LEER-CN286.

           READ CN286SS NEXT RECORD.
           IF ES-CN286SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-CN286SS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA CN286SS ' ES-CN286SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-MOVIMIENTOS.
           MOVE CN286-FECHA     TO WK-FECHA-MOV.
           MOVE 'CN286SS '      TO WK-FUENTE-MOV.
           MOVE CN286-USUARIO   TO WK-USUARIO-BUSCAR.
           PERFORM 350-REGISTRAR-ACTIVIDAD THRU 350-FIN.

      * EL APROBADOR DE LA ALTA/BAJA TAMBIEN TIENE ACTIVIDAD
           IF CN286-APROBADOR NOT = SPACES
              MOVE CN286-APROBADOR TO WK-USUARIO-BUSCAR
              PERFORM 350-REGISTRAR-ACTIVIDAD THRU 350-FIN
           END-IF.

       3000-FIN.
           EXIT.

       310-ACTIVIDAD-TASABSS.

           OPEN INPUT TASABSS.
           IF   ES-TASABSS = '35'
                DISPLAY 'AVISO: BITACORA TASABSS AUSENTE'
                GO TO 310-FIN.
           IF   ES-TASABSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA TASABSS ' ES-TASABSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES     TO TASAB-LLAVE.
           MOVE WK-FECHA-CORTE TO TASAB-FECHA.
           START TASABSS KEY IS NOT LESS THAN TASAB-LLAVE.
           IF ES-TASABSS NOT = '00'
              MOVE 1 TO SW-FIN
           END-IF.

           PERFORM 3100-LEER-TASAB THRU 3100-FIN
                   UNTIL SW-FIN = 1.
           CLOSE TASABSS.

       310-FIN.
           EXIT.

       3100-LEER-TASAB.

           READ TASABSS NEXT RECORD.
           IF ES-TASABSS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3100-FIN
           END-IF.
           IF ES-TASABSS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA TASABSS ' ES-TASABSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-MOVIMIENTOS.
           MOVE TASAB-FECHA     TO WK-FECHA-MOV.
           MOVE 'TASABSS '      TO WK-FUENTE-MOV.
           MOVE TASAB-USUARIO   TO WK-USUARIO-BUSCAR.
           PERFORM 350-REGISTRAR-ACTIVIDAD THRU 350-FIN.

       3100-FIN.
           EXIT.

       320-ACTIVIDAD-CALBTSS.

           OPEN INPUT CALBTSS.
           IF   ES-CALBTSS = '35'
                DISPLAY 'AVISO: BITACORA CALBTSS AUSENTE'
                GO TO 320-FIN.
           IF   ES-CALBTSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA CALBTSS ' ES-CALBTSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES     TO CALBT-LLAVE.
           MOVE WK-FECHA-CORTE TO CALBT-FECHA.
           START CALBTSS KEY IS NOT LESS THAN CALBT-LLAVE.
           IF ES-CALBTSS NOT = '00'
              MOVE 1 TO SW-FIN
           END-IF.

           PERFORM 3200-LEER-CALBT THRU 3200-FIN
                   UNTIL SW-FIN = 1.
           CLOSE CALBTSS.

       320-FIN.
           EXIT.

       3200-LEER-CALBT.

           READ CALBTSS NEXT RECORD.
           IF ES-CALBTSS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3200-FIN
           END-IF.
           IF ES-CALBTSS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA CALBTSS ' ES-CALBTSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-MOVIMIENTOS.
           MOVE CALBT-FECHA     TO WK-FECHA-MOV.
           MOVE 'CALBTSS '      TO WK-FUENTE-MOV.
           MOVE CALBT-USUARIO   TO WK-USUARIO-BUSCAR.
           PERFORM 350-REGISTRAR-ACTIVIDAD THRU 350-FIN.

       3200-FIN.
           EXIT.

       330-ACTIVIDAD-CN290SS.

           OPEN INPUT CN290SS.
           IF   ES-CN290SS = '35'
                DISPLAY 'AVISO: BITACORA CN290SS AUSENTE'
                GO TO 330-FIN.
           IF   ES-CN290SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA CN290SS ' ES-CN290SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES     TO CN290-LLAVE.
           MOVE WK-FECHA-CORTE TO CN290-FECHA.
           START CN290SS KEY IS NOT LESS THAN CN290-LLAVE.
           IF ES-CN290SS NOT = '00'
              MOVE 1 TO SW-FIN
           END-IF.

           PERFORM 3300-LEER-CN290 THRU 3300-FIN
                   UNTIL SW-FIN = 1.
           CLOSE CN290SS.

       330-FIN.
           EXIT.

       3300-LEER-CN290.

           READ CN290SS NEXT RECORD.
           IF ES-CN290SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3300-FIN
           END-IF.
           IF ES-CN290SS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA CN290SS ' ES-CN290SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

      * CUENTA PARA EL ADMINISTRADOR QUE HIZO EL CAMBIO, NO PARA EL
      * USUARIO AFECTADO
           ADD 1 TO WK-MOVIMIENTOS.
           MOVE CN290-FECHA     TO WK-FECHA-MOV.
           MOVE 'CN290SS '      TO WK-FUENTE-MOV.
           MOVE CN290-USUARIO   TO WK-USUARIO-BUSCAR.
           PERFORM 350-REGISTRAR-ACTIVIDAD THRU 350-FIN.

       3300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * GUARDA LA ULTIMA FECHA DE ACTIVIDAD DEL USUARIO Y LA BITACORA  *
      * DONDE APARECE. UN USUARIO QUE YA NO ESTA EN CN288SS (REVOCADO) *
      * NO SE LISTA                                                    *
      *----------------------------------------------------------------*
       350-REGISTRAR-ACTIVIDAD.

           IF WK-USUARIO-BUSCAR = SPACES
              GO TO 350-FIN
           END-IF.

           MOVE 0 TO WK-IX-USR.
           MOVE 0 TO WK-SW-HALLADO.
           PERFORM 3500-BUSCAR-USUARIO THRU 3500-FIN
                   UNTIL WK-IX-USR >= WK-CANT-USR OR
                         WK-SW-HALLADO = 1.

           IF WK-SW-HALLADO = 0
              GO TO 350-FIN
           END-IF.

           IF WK-FECHA-MOV > TB-USR-ULT-ACTIVIDAD(WK-IX-USR)
              MOVE WK-FECHA-MOV  TO TB-USR-ULT-ACTIVIDAD(WK-IX-USR)
              MOVE WK-FUENTE-MOV TO TB-USR-FUENTE(WK-IX-USR)
           END-IF.

       350-FIN.
           EXIT.

       3500-BUSCAR-USUARIO.

           ADD 1 TO WK-IX-USR.
           IF TB-USR-USUARIO(WK-IX-USR) = WK-USUARIO-BUSCAR
              MOVE 1 TO WK-SW-HALLADO.

       3500-FIN.
           EXIT.

      *================================================================*
      * LISTADO POR OFICINA, DE MENOR A MAYOR (0 = TODAS LAS OFICINAS) *
      * Y DENTRO DE LA OFICINA EN ORDEN DE USUARIO. CADA OFICINA       *
      * CIERRA CON SUS TOTALES Y LA LINEA DE FIRMA DEL GERENTE         *
      *================================================================*
       400-LISTAR-OFICINAS.

           IF WK-CANT-USR = 0
              DISPLAY 'AVISO: CN288SS SIN USUARIOS'
              GO TO 400-FIN
           END-IF.

           MOVE 1 TO WK-SW-HAY-OFI.
           PERFORM 4000-LISTAR-UNA-OFICINA THRU 4000-FIN
                   UNTIL WK-SW-HAY-OFI = 0.

       400-FIN.
           EXIT.

       4000-LISTAR-UNA-OFICINA.

      * LA MENOR OFICINA QUE AUN TIENE USUARIOS SIN LISTAR
           MOVE 0   TO WK-SW-HAY-OFI.
           MOVE 999 TO WK-OFI-ACTUAL.
           MOVE 0   TO WK-IX-USR.
           PERFORM 4010-BUSCAR-OFICINA THRU 4010-FIN
                   UNTIL WK-IX-USR >= WK-CANT-USR.

           IF WK-SW-HAY-OFI = 0
              GO TO 4000-FIN
           END-IF.

           ADD 1 TO WK-OFICINAS.
           MOVE 0 TO WK-OFI-USUARIOS.
           MOVE 0 TO WK-OFI-INACTIVOS.
           MOVE 0 TO WK-OFI-SIN-PERFIL.

           IF WK-OFI-ACTUAL = 0
              MOVE 'TODAS'       TO WK-LOF-OFICINA
           ELSE
              MOVE SPACES        TO WK-LOF-OFICINA
              MOVE WK-OFI-ACTUAL TO WK-LOF-OFICINA(1:3)
           END-IF.
           MOVE WK-LINEA-OFICINA  TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-USR.
           PERFORM 4020-LISTAR-USUARIO THRU 4020-FIN
                   UNTIL WK-IX-USR >= WK-CANT-USR.

           MOVE WK-OFI-USUARIOS     TO WK-LTO-USUARIOS.
           MOVE WK-OFI-SIN-PERFIL   TO WK-LTO-SIN-PERFIL.
           MOVE WK-DIAS-INACTIVIDAD TO WK-LTO-DIAS.
           MOVE WK-OFI-INACTIVOS    TO WK-LTO-INACTIVOS.
           MOVE SPACES              TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL-OFI  TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-FIRMA      TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

      * QUEDA EN 1 PARA BUSCAR LA SIGUIENTE OFICINA
           MOVE 1 TO WK-SW-HAY-OFI.

       4000-FIN.
           EXIT.

       4010-BUSCAR-OFICINA.

           ADD 1 TO WK-IX-USR.
           IF TB-USR-SW-LISTADO(WK-IX-USR) = 0
              IF WK-SW-HAY-OFI = 0 OR
                 TB-USR-NUM-OFI(WK-IX-USR) < WK-OFI-ACTUAL
                 MOVE TB-USR-NUM-OFI(WK-IX-USR) TO WK-OFI-ACTUAL
                 MOVE 1 TO WK-SW-HAY-OFI
              END-IF
           END-IF.

       4010-FIN.
           EXIT.

       4020-LISTAR-USUARIO.

           ADD 1 TO WK-IX-USR.
           IF TB-USR-SW-LISTADO(WK-IX-USR) = 1 OR
              TB-USR-NUM-OFI(WK-IX-USR) NOT = WK-OFI-ACTUAL
              GO TO 4020-FIN
           END-IF.

           MOVE 1 TO TB-USR-SW-LISTADO(WK-IX-USR).
           ADD  1 TO WK-OFI-USUARIOS.

           MOVE SPACES TO WK-LINEA-DETALLE.
           MOVE TB-USR-USUARIO(WK-IX-USR)   TO WK-LDE-USUARIO.
           MOVE TB-USR-PERFIL(WK-IX-USR)    TO WK-LDE-PERFIL.
           PERFORM 4030-DESCRIBIR-PERFIL THRU 4030-FIN.
           MOVE TB-USR-ACCIONES(WK-IX-USR)  TO WK-LDE-ACCIONES.
           MOVE TB-USR-FECHA-ALTA(WK-IX-USR) TO WK-LDE-FECHA-ALTA.
           MOVE TB-USR-USUARIO-ALTA(WK-IX-USR)
                                            TO WK-LDE-USUARIO-ALTA.
           MOVE TB-USR-FECHA-ULT-ACT(WK-IX-USR)
                                            TO WK-LDE-FECHA-ULT-ACT.
           MOVE TB-USR-ULT-ACTIVIDAD(WK-IX-USR)
                                            TO WK-LDE-ULT-ACTIVIDAD.
           MOVE TB-USR-FUENTE(WK-IX-USR)    TO WK-LDE-FUENTE.

           IF TB-USR-PERFIL(WK-IX-USR) = SPACE
              ADD 1 TO WK-OFI-SIN-PERFIL
              ADD 1 TO WK-SIN-PERFIL
           END-IF.
           IF TB-USR-ULT-ACTIVIDAD(WK-IX-USR) = 0
              ADD 1 TO WK-OFI-INACTIVOS
              ADD 1 TO WK-INACTIVOS
           END-IF.

           IF TB-USR-PERFIL(WK-IX-USR) = SPACE
              IF TB-USR-ULT-ACTIVIDAD(WK-IX-USR) = 0
                 MOVE 'SIN PERFIL Y SIN ACTIVIDAD'
                                            TO WK-LDE-OBSERVACION
              ELSE
                 MOVE 'SIN PERFIL, ASIGNAR EN RDK08405'
                                            TO WK-LDE-OBSERVACION
              END-IF
           ELSE
              IF TB-USR-ULT-ACTIVIDAD(WK-IX-USR) = 0
                 MOVE 'SIN ACTIVIDAD, REVISAR ACCESO'
                                            TO WK-LDE-OBSERVACION
              END-IF
           END-IF.

           MOVE WK-LINEA-DETALLE TO REG-RB519LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       4020-FIN.
           EXIT.

       4030-DESCRIBIR-PERFIL.

           EVALUATE TB-USR-PERFIL(WK-IX-USR)
               WHEN 'C'
                   MOVE 'CAPTURADOR CN285SE'   TO WK-LDE-DES-PERFIL
               WHEN 'P'
                   MOVE 'APROBADOR CN285SE'    TO WK-LDE-DES-PERFIL
               WHEN 'T'
                   MOVE 'TASAS Y TARIFAS'      TO WK-LDE-DES-PERFIL
               WHEN 'K'
                   MOVE 'CALENDARIO'           TO WK-LDE-DES-PERFIL
               WHEN 'L'
                   MOVE 'SOLO CONSULTA'        TO WK-LDE-DES-PERFIL
               WHEN 'S'
                   MOVE 'ADMIN. SEGURIDAD'     TO WK-LDE-DES-PERFIL
               WHEN 'R'
                   MOVE 'REVISOR DUPLICADOS'   TO WK-LDE-DES-PERFIL
               WHEN 'U'
                   MOVE 'CUMPLIMIENTO'         TO WK-LDE-DES-PERFIL
               WHEN SPACE
                   MOVE '(SIN PERFIL)'         TO WK-LDE-DES-PERFIL
               WHEN OTHER
                   MOVE '(PERFIL DESCONOCIDO)' TO WK-LDE-DES-PERFIL
           END-EVALUATE.

       4030-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB519LS.
           IF ES-RB519LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB519LS ' ES-RB519LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NUMERO DE DIA JULIANO DE WK-FECHA-JDN (AAAAMMDD), CON          *
      * ARITMETICA ENTERA PASO A PASO                                  *
      *----------------------------------------------------------------*
       800-CALCULAR-JDN.

           COMPUTE WK-JD-A = (14 - WK-JD-MES) / 12.
           COMPUTE WK-JD-Y = WK-JD-ANIO + 4800 - WK-JD-A.
           COMPUTE WK-JD-M = WK-JD-MES + (12 * WK-JD-A) - 3.
           COMPUTE WK-JD-T1 = ((153 * WK-JD-M) + 2) / 5.
           DIVIDE WK-JD-Y BY 4   GIVING WK-JD-T2.
           DIVIDE WK-JD-Y BY 100 GIVING WK-JD-T3.
           DIVIDE WK-JD-Y BY 400 GIVING WK-JD-T4.
           COMPUTE WK-JDN = WK-JD-DIA + WK-JD-T1 + (365 * WK-JD-Y)
                          + WK-JD-T2 - WK-JD-T3 + WK-JD-T4 - 32045.

       800-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CAMINO INVERSO: DE WK-JDN A WK-FECHA-JDN (AAAAMMDD), CON LA    *
      * MISMA ARITMETICA ENTERA                                        *
      *----------------------------------------------------------------*
       810-CALCULAR-FECHA.

           COMPUTE WK-JI-A = WK-JDN + 32044.
           COMPUTE WK-JI-B = ((4 * WK-JI-A) + 3) / 146097.
           COMPUTE WK-JI-TMP = (146097 * WK-JI-B) / 4.
           COMPUTE WK-JI-C = WK-JI-A - WK-JI-TMP.
           COMPUTE WK-JI-D = ((4 * WK-JI-C) + 3) / 1461.
           COMPUTE WK-JI-TMP = (1461 * WK-JI-D) / 4.
           COMPUTE WK-JI-E = WK-JI-C - WK-JI-TMP.
           COMPUTE WK-JI-M = ((5 * WK-JI-E) + 2) / 153.
           COMPUTE WK-JI-TMP = ((153 * WK-JI-M) + 2) / 5.
           COMPUTE WK-JD-DIA = WK-JI-E - WK-JI-TMP + 1.
           DIVIDE WK-JI-M BY 10 GIVING WK-JI-K.
           COMPUTE WK-JD-MES = WK-JI-M + 3 - (12 * WK-JI-K).
           COMPUTE WK-JD-ANIO = (100 * WK-JI-B) + WK-JI-D - 4800
                              + WK-JI-K.

       810-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD519 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-INACTIVOS > 0 OR WK-SIN-PERFIL > 0) AND
              RETURN-CODE = 0
              DISPLAY 'HAY USUARIOS SIN PERFIL O SIN ACTIVIDAD A '
                      'REVISAR. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD519 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'USUARIOS EN CN288SS        : ' WK-CANT-USR
              DISPLAY 'OFICINAS LISTADAS          : ' WK-OFICINAS
              DISPLAY 'MOVIMIENTOS DE BITACORA    : ' WK-MOVIMIENTOS
              DISPLAY 'USUARIOS SIN PERFIL        : ' WK-SIN-PERFIL
              DISPLAY 'USUARIOS SIN ACTIVIDAD     : ' WK-INACTIVOS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB519LS.
           STOP      RUN.

       990-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
      * RESUMEN Y EL RETURN-CODE FINAL. UN FALLO EN LA BITACORA NO     *
      * VOLTEA LA CORRIDA: SE AVISA Y SE CONTINUA                      *
      *----------------------------------------------------------------*
       991-GRABAR-LEDGER.

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD519  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 5                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'USUARIOS'           TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CANT-USR          TO RBLEDG-CONT-VALOR(1).
           MOVE 'OFICINAS'           TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-OFICINAS          TO RBLEDG-CONT-VALOR(2).
           MOVE 'MOVIMIENTOS'        TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-MOVIMIENTOS       TO RBLEDG-CONT-VALOR(3).
           MOVE 'SIN-PERFIL'         TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-SIN-PERFIL        TO RBLEDG-CONT-VALOR(4).
           MOVE 'SIN-ACTIVIDAD'      TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-INACTIVOS         TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
