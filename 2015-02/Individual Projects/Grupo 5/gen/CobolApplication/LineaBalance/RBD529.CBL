      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : RENUMERACION DE CUENTAS EN LA LINEA DE BALANCE   *
      * OBJETIVO  : CUANDO EL BANCO REPONE UNA TARJETA O RENUMERA    *
      *           : UNA CUENTA, EL NUMERO VIEJO DEJA DE LLEGAR EN    *
      *           : CN255SE Y EL NUEVO LLEGA SIN PARAMETRIZACION EN  *
      *           : CN285SE Y CAE EN RB451SS. ESTE PASO LEE EL       *
      *           : ARCHIVO DE RENUMERACIONES DEL SISTEMA DE CUENTAS *
      *           : (RENUMSS) Y, ANTES DE RBD457, TRASLADA AL NUMERO *
      *           : NUEVO LA PARAMETRIZACION DE CN285SE (CON SU      *
      *           : BITACORA CN286SS), LAS PARTIDAS ABIERTAS DEL     *
      *           : SUSPENSO RB463SS Y LOS PARES DE LA BOVEDA        *
      *           : RB485SS, Y GUARDA LA REFERENCIA CRUZADA VIEJO/   *
      *           : NUEVO RBXRFSS QUE SIGUEN RDK08393 Y RBD492 PARA  *
      *           : MOSTRAR LA HISTORIA COMO UNA SOLA CUENTA         *
      * FECHA     : 24 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192184                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192184                                       *
      * FECHA  : 24 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. RBXRFSS GUARDA DOS    *
      *          REGISTROS POR RENUMERACION: 'V' + CUENTA VIEJA (A   *
      *          QUE NUMERO PASO) Y 'N' + CUENTA NUEVA + VIEJA (DE   *
      *          QUE NUMEROS VIENE). SI LA VIEJA YA ERA A SU VEZ LA  *
      *          NUEVA DE UNA RENUMERACION ANTERIOR, LA NUEVA HEREDA *
      *          ESOS 'N' PARA QUE UNA SOLA LECTURA DE LA CUENTA     *
      *          VIGENTE DE TODA LA CADENA. LA PARAMETRIZACION SE    *
      *          COPIA A LA CUENTA NUEVA ('A' EN CN286SS) Y LA VIEJA *
      *          QUEDA DE BAJA A LA FECHA DE PROCESO ('D'), COMO EN  *
      *          RBD528, PARA QUE RBD477 REAPLIQUE IGUAL; SI LA      *
      *          NUEVA YA ESTA PARAMETRIZADA NO SE PISA ('DU'). LAS  *
      *          PARTIDAS ABIERTAS DEL SUSPENSO SE GRABAN BAJO LA    *
      *          CUENTA NUEVA CON SU ESTADO Y FECHA DE ALTA, Y LA    *
      *          VIEJA QUEDA RESUELTA A LA FECHA. LA BOVEDA SE       *
      *          RECORRE UNA VEZ Y CADA PAR CUYA CUENTA CLARA ESTE   *
      *          RENUMERADA PASA A LA CUENTA NUEVA CON EL MISMO      *
      *          TOKEN. RECHAZOS: 'IN' REGISTRO INVALIDO, 'RD'       *
      *          CUENTA YA RENUMERADA A OTRO NUMERO, 'CI' LA NUEVA   *
      *          YA FUE RENUMERADA (CICLO). UNA RENUMERACION YA      *
      *          REGISTRADA IGUAL SE INFORMA Y SE SALTA. CON         *
      *          RECHAZOS, 'DU' O CAMBIOS SIN BITACORA LA CORRIDA    *
      *          DEJA RETURN-CODE 4. SIN RENUMSS TERMINA EN CERO     *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192197                                       *
      * FECHA  : 04 DE JULIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LOS CAMBIOS PROGRAMADOS PENDIENTES ('P') DE CN291SS *
      *          DE LA CUENTA VIEJA SE GRABAN BAJO LA NUEVA CON LAS  *
      *          MISMAS FECHAS, DATOS, CAPTURADOR Y APROBADOR, Y EL  *
      *          DE LA VIEJA QUEDA CANCELADO ('C') CON MOTIVO 'RN';  *
      *          CADA TRASLADO SE LISTA EN RB529LS. ANTES RBD528 LOS *
      *          APLICABA SOBRE LA VIEJA YA DADA DE BAJA Y LA        *
      *          REACTIVABA, Y RDK08407 NO LOS MOSTRABA POR LA       *
      *          NUEVA. NO SE TRASLADAN SI LA NUEVA YA TENIA         *
      *          PARAMETRIZACION PROPIA (DU). UN PROGRAMADO QUE      *
      *          CHOCA CON UNA LLAVE YA EXISTENTE DE LA NUEVA QUEDA  *
      *          EN LA VIEJA Y DEJA RETURN-CODE 4. NUEVA DD          *
      *          SYS008-CN291SS (SI NO EXISTE NO SE TRASLADA NADA)   *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD529.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 24 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  RENUMSS     ASSIGN TO SYS001-RENUMSS
                               FILE STATUS ES-RENUMSS.

           SELECT  RBXRFSS     ASSIGN TO SYS002-RBXRFSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBXRF-LLAVE
                               FILE STATUS ES-RBXRFSS.

           SELECT  CN285SE     ASSIGN TO SYS003-CN285SE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CN285SE-NUM-CTA
                               FILE STATUS ES-CN285SE.

           SELECT  CN286SS     ASSIGN TO SYS004-CN286SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CN286-LLAVE
                               FILE STATUS ES-CN286SS.

           SELECT  RB463SS     ASSIGN TO SYS005-RB463SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB463SS-LLAVE
                               FILE STATUS ES-RB463SS.

           SELECT  RB485SS     ASSIGN TO SYS006-RB485SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB485-LLAVE
                               FILE STATUS ES-RB485SS.

           SELECT  RB529LS     ASSIGN TO SYS007-RB529LS
                               FILE STATUS ES-RB529LS.

           SELECT  CN291SS     ASSIGN TO SYS008-CN291SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CN291-LLAVE
                               FILE STATUS ES-CN291SS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  CNCTLSS     ASSIGN TO SYS033-CNCTLSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CNCTL-ID
                               FILE STATUS ES-CNCTLSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * RENUMERACIONES DEL SISTEMA DE CUENTAS: CUENTA VIEJA, CUENTA    *
      * NUEVA, FECHA Y MOTIVO ('RT' REPOSICION DE TARJETA, 'RN'        *
      * RENUMERACION DE CUENTA)                                        *
      *----------------------------------------------------------------*
       FD  RENUMSS.
       01  REG-RENUMSS.
           03 RENUM-CTA-ANTERIOR          PIC 9(16).
           03 RENUM-CTA-NUEVA             PIC 9(16).
           03 RENUM-FECHA                 PIC 9(08).
           03 RENUM-MOTIVO                PIC X(02).
           03 FILLER                      PIC X(38).

      *----------------------------------------------------------------*
      * REFERENCIA CRUZADA DE RENUMERACIONES. TIPO 'V': LLAVE CUENTA   *
      * VIEJA (CTA-RELAC EN CERO), UNA SOLA POR CUENTA. TIPO 'N':      *
      * LLAVE CUENTA NUEVA + CADA CUENTA DE LA QUE VIENE               *
      *----------------------------------------------------------------*
       FD  RBXRFSS.
       01  REG-RBXRFSS.
           03 RBXRF-LLAVE.
              05 RBXRF-TIPO               PIC X(01).
                 88 RBXRF-POR-ANTERIOR    VALUE 'V'.
                 88 RBXRF-POR-NUEVA       VALUE 'N'.
              05 RBXRF-CTA-LLAVE          PIC 9(16).
              05 RBXRF-CTA-RELAC          PIC 9(16).
           03 RBXRF-CTA-ANTERIOR          PIC 9(16).
           03 RBXRF-CTA-NUEVA             PIC 9(16).
           03 RBXRF-FECHA-RENUM           PIC 9(08).
           03 RBXRF-MOTIVO                PIC X(02).
           03 RBXRF-FECHA-PROCESO         PIC 9(08).
           03 RBXRF-DIRECTO               PIC X(01).
              88 RBXRF-ES-DIRECTO         VALUE 'S'.
              88 RBXRF-ES-HEREDADO        VALUE 'H'.

       FD  CN285SE.
       01  REG-CN285SE.
           03 LLAVE.
              05 CN285SE-NUM-CTA          PIC 9(16).
           03 DATOS-TRX.
              05 CN285SE-DISP             PIC X(3).
              05 CN285SE-LOCALIZACION     PIC X(1).
              05 CN285SE-ORIGEN           PIC X(3).
              05 CN285SE-APLIC-ORIGEN     PIC X(2).
              05 CN285SE-APLIC-DEST       PIC X(2).
           03 CN285SE-RED-ADQUIR          PIC X(2).
           03 CN285SE-COD-ADQUI           PIC 9(2).
           03 CN285SE-NUM-DISPOSITIVO     PIC X(4).
           03 CN285SE-DESCRIPCION         PIC X(100).
           03 CN285SE-IND-ENCRIPCION      PIC X(1).
           03 CN285SE-LLAVE-ENCRP         PIC X(9).
           03 CN285SE-FEC-ALTA            PIC 9(8).
           03 CN285SE-FEC-BAJA            PIC 9(8).
           03 CN285SE-ENTIDAD             PIC X(2).

      *----------------------------------------------------------------*
      * BITACORA DE CAMBIOS, MISMO LAYOUT DE AREA-CN286 DE RDK08320 Y  *
      * RDK08394                                                       *
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
      * SUSPENSO DE EXCEPCIONES, MISMO LAYOUT QUE MANTIENE RBD471      *
      *----------------------------------------------------------------*
       FD  RB463SS.
       01  REG-RB463SS.
           03 RB463SS-LLAVE.
              05 RB463SS-NUM-CTA          PIC 9(16).
              05 RB463SS-NUM-TRANSAC      PIC 9(16).
              05 RB463SS-TIP-TRANSAC      PIC X(3).
           03 RB463SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB463SS-MONEDA              PIC X(3).
           03 RB463SS-FECHA-TRANSAC       PIC 9(8).
           03 RB463SS-HORA-TRANSAC        PIC 9(6).
           03 RB463SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB463SS-NOMBRE-RED          PIC X(100).
           03 RB463SS-ESTADO              PIC X(01).
              88 RB463SS-PENDIENTE        VALUE 'P'.
              88 RB463SS-RESUELTO         VALUE 'R'.
              88 RB463SS-REALIMENTADO     VALUE 'F'.
              88 RB463SS-CASTIGADO        VALUE 'C'.
           03 RB463SS-FECHA-ALTA-SUSP     PIC 9(8).
           03 RB463SS-FECHA-RESOLUCION    PIC 9(8).

      *----------------------------------------------------------------*
      * BOVEDA TOKEN / CUENTA CLARA, MISMO LAYOUT QUE GRABA RBD457     *
      *----------------------------------------------------------------*
       FD  RB485SS.
       01  REG-RB485SS.
           03 RB485-LLAVE.
              05 RB485-CTA-PROTEGIDA      PIC 9(16).
              05 RB485-NUM-CTA            PIC 9(16).
           03 RB485-FECHA-ALTA            PIC 9(8).
           03 RB485-GENERACION            PIC 9(4).

       FD  RB529LS.
       01  REG-RB529LS                    PIC X(132).

      *----------------------------------------------------------------*
      * CAMBIOS PROGRAMADOS DE CN285SE, MISMO LAYOUT QUE APLICA RBD528 *
      *----------------------------------------------------------------*
       FD  CN291SS.
       01  REG-CN291SS.
           03 CN291-LLAVE.
              05 CN291-NUM-CTA            PIC 9(16).
              05 CN291-FECHA-EFECTIVA     PIC 9(08).
              05 CN291-FECHA-CAPTURA      PIC 9(08).
              05 CN291-HORA-CAPTURA       PIC 9(06).
           03 CN291-TIP-ACCION            PIC X(01).
              88 CN291-ES-ALTA            VALUE 'A'.
              88 CN291-ES-MODIFICA        VALUE 'M'.
              88 CN291-ES-DESACTIVA       VALUE 'D'.
           03 CN291-DATOS-TRX.
              05 CN291-DISP               PIC X(03).
              05 CN291-LOCALIZACION       PIC X(01).
              05 CN291-ORIGEN             PIC X(03).
              05 CN291-APLIC-ORIGEN       PIC X(02).
              05 CN291-APLIC-DEST         PIC X(02).
           03 CN291-RED-ADQUIR            PIC X(02).
           03 CN291-COD-ADQUI             PIC 9(02).
           03 CN291-NUM-DISPOSITIVO       PIC X(04).
           03 CN291-DESCRIPCION           PIC X(100).
           03 CN291-IND-ENCRIPCION        PIC X(01).
           03 CN291-LLAVE-ENCRP           PIC X(09).
           03 CN291-FEC-ALTA              PIC 9(08).
           03 CN291-FEC-BAJA              PIC 9(08).
           03 CN291-USUARIO               PIC X(13).
           03 CN291-NUM-OFI               PIC 9(03).
           03 CN291-APROBADOR             PIC X(13).
           03 CN291-FECHA-APROBACION      PIC 9(08).
           03 CN291-ENTIDAD               PIC X(02).
           03 CN291-ESTADO                PIC X(01).
              88 CN291-PROGRAMADO         VALUE 'P'.
              88 CN291-EJECUTADO          VALUE 'E'.
              88 CN291-CANCELADO          VALUE 'C'.
              88 CN291-FALLIDO            VALUE 'F'.
           03 CN291-FECHA-ESTADO          PIC 9(08).
           03 CN291-USUARIO-ESTADO        PIC X(13).
           03 CN291-MOTIVO                PIC X(02).

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

       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

      *----------------------------------------------------------------*
      * REGISTRO DE CONTROL DE LA VENTANA BATCH SOBRE CN285SE          *
      *----------------------------------------------------------------*
       FD  CNCTLSS.
       01  REG-CNCTLSS.
           03 CNCTL-ID                    PIC X(8).
           03 CNCTL-ESTADO                PIC X(1).
           03 CNCTL-FECHA                 PIC 9(8).
           03 CNCTL-HORA                  PIC 9(8).
           03 CNCTL-PROGRAMA              PIC X(8).

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-RENUMSS                   PIC   X(02).
           03  ES-RBXRFSS                   PIC   X(02).
           03  ES-CN285SE                   PIC   X(02).
           03  ES-CN286SS                   PIC   X(02).
           03  ES-RB463SS                   PIC   X(02).
           03  ES-RB485SS                   PIC   X(02).
           03  ES-RB529LS                   PIC   X(02).
           03  ES-CN291SS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-CNCTLSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-FIN-SUSP               PIC   9(01).
           03  WK-SW-FIN-CADENA             PIC   9(01).
           03  WK-SW-FIN-PROG               PIC   9(01).
           03  WK-SW-CN291-ABIERTO          PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-VENTANA-MARCADA        PIC   9(01).
           03  WK-SW-LOG-GRABADO            PIC   9(01).
           03  WK-ESTADO-VENTANA            PIC   X(01).
           03  WK-RECHAZO                   PIC   X(02).
           03  WK-RESULTADO-285             PIC   X(02).
           03  WK-ACCION-LOG                PIC   X(01).
           03  WK-CTA-LOG                   PIC   9(16).
           03  WK-INTENTOS-LOG              PIC   9(02).
           03  WK-HORA-LOG                  PIC   9(06).
           03  WK-HORA-TIME                 PIC   9(08).
           03  WK-CTA-VIEJA                 PIC   9(16).
           03  WK-CTA-NUEVA                 PIC   9(16).
           03  WK-CTA-HEREDADA              PIC   9(16).
           03  WK-SUSP-CUENTA               PIC   9(05).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-RENUMERADOS               PIC   9(10).
           03  WK-YA-REGISTRADOS            PIC   9(10).
           03  WK-RECHAZADOS                PIC   9(10).
           03  WK-PARAM-TRASLADADAS         PIC   9(10).
           03  WK-PARAM-DUPLICADAS          PIC   9(10).
           03  WK-PARAM-SIN-ORIGEN          PIC   9(10).
           03  WK-HEREDADOS                 PIC   9(10).
           03  WK-SUSP-TRASLADADAS          PIC   9(10).
           03  WK-BOVEDA-LEIDOS             PIC   9(10).
           03  WK-BOVEDA-TRASLADADOS        PIC   9(10).
           03  WK-SIN-BITACORA              PIC   9(10).
           03  WK-PROG-TRASLADADOS          PIC   9(10).
           03  WK-PROG-DUPLICADOS           PIC   9(10).

      *----------------------------------------------------------------*
      * COPIAS DE TRABAJO PARA REGRABAR BAJO OTRA LLAVE                *
      *----------------------------------------------------------------*
       01  WK-REG-CN285                     PIC   X(163).
       01  WK-REG-RB463                     PIC   X(284).
       01  WK-REG-RB485                     PIC   X(44).
       01  WK-REG-CN291                     PIC   X(247).
       01  WK-LLAVE-CN291                   PIC   X(38).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD529'.
           03 FILLER                       PIC X(50) VALUE
              'RENUMERACION DE CUENTAS'.
           03 FILLER                       PIC X(19) VALUE
              'FECHA DE PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(47).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  CUENTA ANTERIOR  CUENTA NUEVA     FECHA   '.
           03 FILLER                       PIC X(44) VALUE
              ' MO   SUSP RESULTADO                        '.
           03 FILLER                       PIC X(44) VALUE
              SPACES.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-CTA-ANTERIOR           PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-CTA-NUEVA              PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-MOTIVO                 PIC X(02).
           03 FILLER                       PIC X(02).
           03 WK-LDE-SUSPENSO               PIC ZZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-RESULTADO              PIC X(60).
           03 FILLER                       PIC X(17).

       01  WK-LINEA-PROGRAMADO.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(21) VALUE
              'PROGRAMADO CN291SS : '.
           03 WK-LPR-ACCION                 PIC X(01).
           03 FILLER                       PIC X(10) VALUE
              ' F.EFECT. '.
           03 WK-LPR-FEC-EFECTIVA           PIC 9(08).
           03 FILLER                       PIC X(10) VALUE
              ' CAPTURA  '.
           03 WK-LPR-FEC-CAPTURA            PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LPR-HORA-CAPTURA           PIC 9(06).
           03 FILLER                       PIC X(02).
           03 WK-LPR-RESULTADO              PIC X(50).
           03 FILLER                       PIC X(11).

       01  WK-LINEA-TOTAL-1.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(14) VALUE
              'RENUMERADAS : '.
           03 WK-LT1-RENUMERADOS            PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(13) VALUE
              'RECHAZADAS : '.
           03 WK-LT1-RECHAZADOS             PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(17) VALUE
              'YA REGISTRADAS : '.
           03 WK-LT1-YA-REGISTRADOS         PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(48).

       01  WK-LINEA-TOTAL-2.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(25) VALUE
              'PARAMETRIZ. TRASLADADAS: '.
           03 WK-LT2-PARAM                  PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(21) VALUE
              'PARTIDAS SUSPENSO : '.
           03 WK-LT2-SUSPENSO               PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(16) VALUE
              'PARES BOVEDA : '.
           03 WK-LT2-BOVEDA                 PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(30).

       01  WK-LINEA-TOTAL-3.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(25) VALUE
              'PROGRAMADOS TRASLADADOS: '.
           03 WK-LT3-PROGRAMADOS            PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(21) VALUE
              'PROGRAMADOS DUPLIC.: '.
           03 WK-LT3-DUPLICADOS             PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(60).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR        THRU 100-FIN.
           PERFORM 200-PROCESAR-RENUMSS   THRU 200-FIN.
           PERFORM 300-TRASLADAR-BOVEDA   THRU 300-FIN.
           PERFORM 350-LISTAR-TOTALES     THRU 350-FIN.
           PERFORM 990-FINALIZAR          THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA.

           OPEN INPUT RENUMSS.
           IF   ES-RENUMSS = '35'
                DISPLAY 'AVISO: NO EXISTE RENUMSS, SIN RENUMERACIONES '
                        'QUE TRASLADAR'
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           IF   ES-RENUMSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR RENUMERACIONES RENUMSS '
                         ES-RENUMSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O RBXRFSS.
           IF   ES-RBXRFSS = '35'
                OPEN OUTPUT RBXRFSS
                CLOSE       RBXRFSS
                OPEN I-O    RBXRFSS.
           IF   ES-RBXRFSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REFERENCIA CRUZADA RBXRFSS '
                         ES-RBXRFSS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RENUMSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O CN285SE.
           IF   ES-CN285SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN285SE ' ES-CN285SE
                MOVE     999           TO   RETURN-CODE
                CLOSE    RENUMSS RBXRFSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O CN286SS.
           IF   ES-CN286SS = '35'
                OPEN OUTPUT CN286SS
                CLOSE       CN286SS
                OPEN I-O    CN286SS.
           IF   ES-CN286SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA CN286SS ' ES-CN286SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RENUMSS RBXRFSS CN285SE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O RB463SS.
           IF   ES-RB463SS = '35'
                OPEN OUTPUT RB463SS
                CLOSE       RB463SS
                OPEN I-O    RB463SS.
           IF   ES-RB463SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR SUSPENSO RB463SS ' ES-RB463SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RENUMSS RBXRFSS CN285SE CN286SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O RB485SS.
           IF   ES-RB485SS = '35'
                OPEN OUTPUT RB485SS
                CLOSE       RB485SS
                OPEN I-O    RB485SS.
           IF   ES-RB485SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BOVEDA RB485SS ' ES-RB485SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RENUMSS RBXRFSS CN285SE CN286SS RB463SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

      * SIN CN291SS NO HAY CAMBIOS PROGRAMADOS QUE TRASLADAR
           OPEN I-O CN291SS.
           IF   ES-CN291SS = '00'
                MOVE 1 TO WK-SW-CN291-ABIERTO
           ELSE
                IF   ES-CN291SS NOT = '35'
                     DISPLAY 'ERROR AL ABRIR PROGRAMADOS CN291SS '
                              ES-CN291SS
                     MOVE     999           TO   RETURN-CODE
                     CLOSE    RENUMSS RBXRFSS CN285SE CN286SS RB463SS
                              RB485SS
                     PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                END-IF
           END-IF.

           OPEN OUTPUT RB529LS.
           IF   ES-RB529LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB529LS ' ES-RB529LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RENUMSS RBXRFSS CN285SE CN286SS RB463SS
                         RB485SS
                IF   WK-SW-CN291-ABIERTO = 1
                     CLOSE CN291SS
                END-IF
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

           MOVE 'B' TO WK-ESTADO-VENTANA.
           PERFORM 113-MARCAR-VENTANA THRU 113-FIN.
           MOVE 1   TO WK-SW-VENTANA-MARCADA.

           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB529LS.
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

      *----------------------------------------------------------------*
      * MARCA O LIBERA LA VENTANA BATCH EN CNCTLSS SEGUN               *
      * WK-ESTADO-VENTANA ('B' EN CURSO, 'L' LIBRE), COMO RBD457. SI   *
      * EL CONTROL NO ESTA DISPONIBLE SE AVISA Y LA CORRIDA CONTINUA   *
      *----------------------------------------------------------------*
       113-MARCAR-VENTANA.

           OPEN I-O CNCTLSS.
           IF   ES-CNCTLSS = '35'
                OPEN OUTPUT CNCTLSS
                CLOSE       CNCTLSS
                OPEN I-O    CNCTLSS.
           IF   ES-CNCTLSS NOT = '00'
                DISPLAY 'AVISO: CONTROL DE VENTANA CNCTLSS NO '
                        'DISPONIBLE ' ES-CNCTLSS
                GO TO 113-FIN.

           MOVE 'VENTANA ' TO CNCTL-ID.
           READ CNCTLSS.
           IF ES-CNCTLSS = '00'
              MOVE WK-ESTADO-VENTANA TO CNCTL-ESTADO
              MOVE WK-FECHA-SISTEMA  TO CNCTL-FECHA
              ACCEPT CNCTL-HORA FROM TIME
              MOVE 'RBD529  '        TO CNCTL-PROGRAMA
              REWRITE REG-CNCTLSS
           ELSE
              MOVE 'VENTANA '        TO CNCTL-ID
              MOVE WK-ESTADO-VENTANA TO CNCTL-ESTADO
              MOVE WK-FECHA-SISTEMA  TO CNCTL-FECHA
              ACCEPT CNCTL-HORA FROM TIME
              MOVE 'RBD529  '        TO CNCTL-PROGRAMA
              WRITE REG-CNCTLSS
           END-IF.
           IF ES-CNCTLSS NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO MARCAR LA VENTANA CNCTLSS '
                       ES-CNCTLSS.

           CLOSE CNCTLSS.
           DISPLAY 'VENTANA BATCH CN285SE MARCADA: ' WK-ESTADO-VENTANA.

       113-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA RENUMERACION POR REGISTRO DE RENUMSS, EN EL ORDEN EN QUE   *
      * VIENEN (UNA CADENA A->B, B->C DEL MISMO DIA SE APLICA EN       *
      * ORDEN)                                                         *
      *----------------------------------------------------------------*
       200-PROCESAR-RENUMSS.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-RENUMERAR-UNA THRU 2000-FIN
                   UNTIL SW-FIN = 1.

           IF WK-LEIDOS = 0
              MOVE '  SIN RENUMERACIONES EN RENUMSS' TO REG-RB529LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

       200-FIN.
           EXIT.

       2000-RENUMERAR-UNA.

           READ RENUMSS.

           IF ES-RENUMSS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.

           IF ES-RENUMSS NOT = '00'
              DISPLAY 'ERROR AL LEER RENUMERACIONES RENUMSS '
                       ES-RENUMSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS.
           MOVE SPACES TO WK-RECHAZO.
           MOVE SPACES TO WK-RESULTADO-285.
           MOVE 0      TO WK-SUSP-CUENTA.

           PERFORM 210-VALIDAR-RENUMERACION THRU 210-FIN.
           IF WK-RECHAZO NOT = SPACES
              PERFORM 400-LISTAR-RENUMERACION THRU 400-FIN
              GO TO 2000-FIN
           END-IF.

           PERFORM 220-GRABAR-REFERENCIA   THRU 220-FIN.
           PERFORM 230-TRASLADAR-CN285SE   THRU 230-FIN.
           PERFORM 240-TRASLADAR-SUSPENSO  THRU 240-FIN.

           ADD 1 TO WK-RENUMERADOS.
           PERFORM 400-LISTAR-RENUMERACION THRU 400-FIN.
           PERFORM 260-TRASLADAR-PROGRAMADOS THRU 260-FIN.

       2000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA CUENTA VIEJA SE RENUMERA UNA SOLA VEZ: SI RBXRFSS YA TIENE *
      * SU 'V' CON LA MISMA NUEVA ES UN REENVIO ('YA'), CON OTRA NUEVA *
      * SE RECHAZA. LA NUEVA NO PUEDE SER UNA CUENTA YA RENUMERADA     *
      *----------------------------------------------------------------*
       210-VALIDAR-RENUMERACION.

           IF RENUM-CTA-ANTERIOR NOT NUMERIC OR
              RENUM-CTA-NUEVA NOT NUMERIC OR
              RENUM-CTA-ANTERIOR = 0 OR RENUM-CTA-NUEVA = 0 OR
              RENUM-CTA-ANTERIOR = RENUM-CTA-NUEVA
              MOVE 'IN' TO WK-RECHAZO
              ADD  1    TO WK-RECHAZADOS
              GO TO 210-FIN
           END-IF.

           MOVE RENUM-CTA-ANTERIOR TO WK-CTA-VIEJA.
           MOVE RENUM-CTA-NUEVA    TO WK-CTA-NUEVA.
           IF RENUM-FECHA NOT NUMERIC OR RENUM-FECHA = 0
              MOVE WK-FECHA-SISTEMA TO RENUM-FECHA
           END-IF.

           MOVE 'V'                TO RBXRF-TIPO.
           MOVE WK-CTA-VIEJA       TO RBXRF-CTA-LLAVE.
           MOVE 0                  TO RBXRF-CTA-RELAC.
           READ RBXRFSS KEY IS RBXRF-LLAVE.
           IF ES-RBXRFSS = '00'
              IF RBXRF-CTA-NUEVA = WK-CTA-NUEVA
                 MOVE 'YA' TO WK-RECHAZO
                 ADD  1    TO WK-YA-REGISTRADOS
              ELSE
                 MOVE 'RD' TO WK-RECHAZO
                 ADD  1    TO WK-RECHAZADOS
              END-IF
              GO TO 210-FIN
           END-IF.

           MOVE 'V'                TO RBXRF-TIPO.
           MOVE WK-CTA-NUEVA       TO RBXRF-CTA-LLAVE.
           MOVE 0                  TO RBXRF-CTA-RELAC.
           READ RBXRFSS KEY IS RBXRF-LLAVE.
           IF ES-RBXRFSS = '00'
              MOVE 'CI' TO WK-RECHAZO
              ADD  1    TO WK-RECHAZADOS
           END-IF.

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * GRABA EL 'V' DE LA VIEJA Y EL 'N' DE LA NUEVA, Y HEREDA A LA   *
      * NUEVA LOS 'N' QUE YA TENIA LA VIEJA (CUENTAS DE LAS QUE VENIA) *
      *----------------------------------------------------------------*
       220-GRABAR-REFERENCIA.

           MOVE 'V'                TO RBXRF-TIPO.
           MOVE WK-CTA-VIEJA       TO RBXRF-CTA-LLAVE.
           MOVE 0                  TO RBXRF-CTA-RELAC.
           MOVE 'S'                TO RBXRF-DIRECTO.
           PERFORM 2200-GRABAR-XREF THRU 2200-FIN.

           MOVE 'N'                TO RBXRF-TIPO.
           MOVE WK-CTA-NUEVA       TO RBXRF-CTA-LLAVE.
           MOVE WK-CTA-VIEJA       TO RBXRF-CTA-RELAC.
           MOVE 'S'                TO RBXRF-DIRECTO.
           PERFORM 2200-GRABAR-XREF THRU 2200-FIN.

           MOVE 'N'                TO RBXRF-TIPO.
           MOVE WK-CTA-VIEJA       TO RBXRF-CTA-LLAVE.
           MOVE 0                  TO RBXRF-CTA-RELAC.
           START RBXRFSS KEY IS NOT LESS THAN RBXRF-LLAVE.
           IF ES-RBXRFSS NOT = '00'
              GO TO 220-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-CADENA.
           PERFORM 2210-HEREDAR-CADENA THRU 2210-FIN
                   UNTIL WK-SW-FIN-CADENA = 1.

       220-FIN.
           EXIT.

       2200-GRABAR-XREF.

           MOVE WK-CTA-VIEJA       TO RBXRF-CTA-ANTERIOR.
           MOVE WK-CTA-NUEVA       TO RBXRF-CTA-NUEVA.
           MOVE RENUM-FECHA        TO RBXRF-FECHA-RENUM.
           MOVE RENUM-MOTIVO       TO RBXRF-MOTIVO.
           MOVE WK-FECHA-SISTEMA   TO RBXRF-FECHA-PROCESO.

           WRITE REG-RBXRFSS.
           IF ES-RBXRFSS NOT = '00' AND ES-RBXRFSS NOT = '22'
              DISPLAY 'ERROR AL GRABAR REFERENCIA RBXRFSS '
                       ES-RBXRFSS ' CTA ' RBXRF-CTA-LLAVE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       2200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CADA 'N' DE LA VIEJA ES UNA CUENTA ANTERIOR A ELLA: SE GRABA   *
      * TAMBIEN BAJO LA NUEVA. LOS DATOS DE LA RENUMERACION ORIGINAL   *
      * (FECHA Y MOTIVO) SE CONSERVAN                                  *
      *----------------------------------------------------------------*
       2210-HEREDAR-CADENA.

           READ RBXRFSS NEXT RECORD.
           IF ES-RBXRFSS NOT = '00'
              MOVE 1 TO WK-SW-FIN-CADENA
              GO TO 2210-FIN
           END-IF.
           IF NOT RBXRF-POR-NUEVA OR RBXRF-CTA-LLAVE NOT = WK-CTA-VIEJA
              MOVE 1 TO WK-SW-FIN-CADENA
              GO TO 2210-FIN
           END-IF.

           MOVE RBXRF-CTA-RELAC    TO WK-CTA-HEREDADA.
           MOVE WK-CTA-NUEVA       TO RBXRF-CTA-LLAVE.
           MOVE 'H'                TO RBXRF-DIRECTO.
           WRITE REG-RBXRFSS.
           IF ES-RBXRFSS = '00'
              ADD 1 TO WK-HEREDADOS
           ELSE
              IF ES-RBXRFSS NOT = '22'
                 DISPLAY 'ERROR AL GRABAR REFERENCIA RBXRFSS '
                          ES-RBXRFSS ' CTA ' WK-CTA-NUEVA
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
           END-IF.

      * SE REPOSICIONA DESPUES DEL 'N' LEIDO PARA SEGUIR LA CADENA
           MOVE 'N'                TO RBXRF-TIPO.
           MOVE WK-CTA-VIEJA       TO RBXRF-CTA-LLAVE.
           MOVE WK-CTA-HEREDADA    TO RBXRF-CTA-RELAC.
           START RBXRFSS KEY IS GREATER THAN RBXRF-LLAVE.
           IF ES-RBXRFSS NOT = '00'
              MOVE 1 TO WK-SW-FIN-CADENA
           END-IF.

       2210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PARAMETRIZACION: SE COPIA LA DE LA VIEJA A LA NUEVA ('A' EN    *
      * CN286SS) Y LA VIEJA QUEDA DE BAJA A LA FECHA DE PROCESO ('D'). *
      * SI LA NUEVA YA TIENE PARAMETRIZACION PROPIA NO SE PISA         *
      *----------------------------------------------------------------*
       230-TRASLADAR-CN285SE.

           MOVE WK-CTA-VIEJA TO CN285SE-NUM-CTA.
           READ CN285SE.
           IF ES-CN285SE NOT = '00'
              MOVE 'NE' TO WK-RESULTADO-285
              ADD  1    TO WK-PARAM-SIN-ORIGEN
              GO TO 230-FIN
           END-IF.
           MOVE REG-CN285SE TO WK-REG-CN285.

           MOVE WK-CTA-NUEVA TO CN285SE-NUM-CTA.
           READ CN285SE.
           IF ES-CN285SE = '00'
              MOVE 'DU' TO WK-RESULTADO-285
              ADD  1    TO WK-PARAM-DUPLICADAS
              GO TO 230-FIN
           END-IF.

           MOVE WK-REG-CN285 TO REG-CN285SE.
           MOVE WK-CTA-NUEVA TO CN285SE-NUM-CTA.
           MOVE 0            TO CN285SE-FEC-BAJA.
           WRITE REG-CN285SE.
           IF ES-CN285SE NOT = '00'
              MOVE 'ER' TO WK-RESULTADO-285
              DISPLAY 'ERROR AL GRABAR CN285SE ' ES-CN285SE
                      ' CTA ' WK-CTA-NUEVA
              GO TO 230-FIN
           END-IF.
           MOVE 'A'          TO WK-ACCION-LOG.
           MOVE WK-CTA-NUEVA TO WK-CTA-LOG.
           PERFORM 250-GRABAR-CN286SS THRU 250-FIN.

           MOVE WK-REG-CN285     TO REG-CN285SE.
           MOVE WK-FECHA-SISTEMA TO CN285SE-FEC-BAJA.
           REWRITE REG-CN285SE.
           IF ES-CN285SE NOT = '00'
              MOVE 'ER' TO WK-RESULTADO-285
              DISPLAY 'ERROR AL DAR DE BAJA CN285SE ' ES-CN285SE
                      ' CTA ' WK-CTA-VIEJA
              GO TO 230-FIN
           END-IF.
           MOVE 'D'          TO WK-ACCION-LOG.
           MOVE WK-CTA-VIEJA TO WK-CTA-LOG.
           PERFORM 250-GRABAR-CN286SS THRU 250-FIN.

           MOVE 'TR' TO WK-RESULTADO-285.
           ADD  1    TO WK-PARAM-TRASLADADAS.

       230-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PARTIDAS ABIERTAS (NI RESUELTAS NI CASTIGADAS) DE LA VIEJA:    *
      * SE GRABAN BAJO LA NUEVA CON SU ESTADO Y FECHA DE ALTA, PARA    *
      * QUE LA REALIMENTACION DE RBD471 LAS LLEVE CON EL NUMERO QUE    *
      * AHORA TIENE PARAMETRIZACION, Y LA VIEJA QUEDA RESUELTA         *
      *----------------------------------------------------------------*
       240-TRASLADAR-SUSPENSO.

           MOVE WK-CTA-VIEJA TO RB463SS-NUM-CTA.
           MOVE 0            TO RB463SS-NUM-TRANSAC.
           MOVE SPACES       TO RB463SS-TIP-TRANSAC.
           START RB463SS KEY IS NOT LESS THAN RB463SS-LLAVE.
           IF ES-RB463SS NOT = '00'
              GO TO 240-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-SUSP.
           PERFORM 2400-TRASLADAR-PARTIDA THRU 2400-FIN
                   UNTIL WK-SW-FIN-SUSP = 1.

       240-FIN.
           EXIT.

       2400-TRASLADAR-PARTIDA.

           READ RB463SS NEXT RECORD.
           IF ES-RB463SS NOT = '00'
              MOVE 1 TO WK-SW-FIN-SUSP
              GO TO 2400-FIN
           END-IF.
           IF RB463SS-NUM-CTA NOT = WK-CTA-VIEJA
              MOVE 1 TO WK-SW-FIN-SUSP
              GO TO 2400-FIN
           END-IF.
           IF RB463SS-RESUELTO OR RB463SS-CASTIGADO
              GO TO 2400-FIN
           END-IF.

           MOVE REG-RB463SS  TO WK-REG-RB463.
           MOVE WK-CTA-NUEVA TO RB463SS-NUM-CTA.
           WRITE REG-RB463SS.
           IF ES-RB463SS NOT = '00' AND ES-RB463SS NOT = '22'
              DISPLAY 'ERROR AL GRABAR SUSPENSO RB463SS ' ES-RB463SS
                      ' CTA ' WK-CTA-NUEVA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE WK-REG-RB463     TO REG-RB463SS.
           SET  RB463SS-RESUELTO TO TRUE.
           MOVE WK-FECHA-SISTEMA TO RB463SS-FECHA-RESOLUCION.
           REWRITE REG-RB463SS.
           IF ES-RB463SS NOT = '00'
              DISPLAY 'ERROR AL REESCRIBIR RB463SS ' ES-RB463SS
                      ' CTA ' WK-CTA-VIEJA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-SUSP-CUENTA.
           ADD 1 TO WK-SUSP-TRASLADADAS.

       2400-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CAMBIOS PROGRAMADOS PENDIENTES ('P') DE LA VIEJA: RBD528 CORRE *
      * ANTES QUE ESTE PASO Y LOS APLICARIA SOBRE LA VIEJA YA DADA DE  *
      * BAJA. SE GRABAN BAJO LA NUEVA CON LAS MISMAS FECHAS, DATOS Y   *
      * APROBADOR, Y EL DE LA VIEJA QUEDA CANCELADO ('C') CON MOTIVO   *
      * 'RN'. SI LA NUEVA YA TIENE PARAMETRIZACION PROPIA ('DU') O     *
      * HUBO ERROR EN CN285SE NO SE TRASLADAN: LA VIEJA SIGUE VIGENTE  *
      *----------------------------------------------------------------*
       260-TRASLADAR-PROGRAMADOS.

           IF WK-SW-CN291-ABIERTO = 0
              GO TO 260-FIN
           END-IF.
           IF WK-RESULTADO-285 NOT = 'TR' AND
              WK-RESULTADO-285 NOT = 'NE'
              GO TO 260-FIN
           END-IF.

           MOVE WK-CTA-VIEJA TO CN291-NUM-CTA.
           MOVE 0            TO CN291-FECHA-EFECTIVA.
           MOVE 0            TO CN291-FECHA-CAPTURA.
           MOVE 0            TO CN291-HORA-CAPTURA.
           START CN291SS KEY IS NOT LESS THAN CN291-LLAVE.
           IF ES-CN291SS NOT = '00'
              GO TO 260-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-PROG.
           PERFORM 2600-TRASLADAR-UN-PROGRAMADO THRU 2600-FIN
                   UNTIL WK-SW-FIN-PROG = 1.

       260-FIN.
           EXIT.

       2600-TRASLADAR-UN-PROGRAMADO.

           READ CN291SS NEXT RECORD.
           IF ES-CN291SS NOT = '00'
              MOVE 1 TO WK-SW-FIN-PROG
              GO TO 2600-FIN
           END-IF.
           IF CN291-NUM-CTA NOT = WK-CTA-VIEJA
              MOVE 1 TO WK-SW-FIN-PROG
              GO TO 2600-FIN
           END-IF.
           MOVE CN291-LLAVE TO WK-LLAVE-CN291.
           IF NOT CN291-PROGRAMADO
              GO TO 2600-FIN
           END-IF.

           MOVE REG-CN291SS  TO WK-REG-CN291.
           MOVE WK-CTA-NUEVA TO CN291-NUM-CTA.
           WRITE REG-CN291SS.
           IF ES-CN291SS = '22'
              MOVE WK-REG-CN291 TO REG-CN291SS
              MOVE 'NO TRASLADADO: LA NUEVA YA TIENE ESA LLAVE'
                                TO WK-LPR-RESULTADO
              ADD  1            TO WK-PROG-DUPLICADOS
              PERFORM 2610-LISTAR-PROGRAMADO THRU 2610-FIN
              PERFORM 2620-REPOSICIONAR-CN291 THRU 2620-FIN
              GO TO 2600-FIN
           END-IF.
           IF ES-CN291SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR PROGRAMADO CN291SS '
                       ES-CN291SS ' CTA ' WK-CTA-NUEVA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE WK-REG-CN291     TO REG-CN291SS.
           SET  CN291-CANCELADO  TO TRUE.
           MOVE WK-FECHA-SISTEMA TO CN291-FECHA-ESTADO.
           MOVE 'RBD529'         TO CN291-USUARIO-ESTADO.
           MOVE 'RN'             TO CN291-MOTIVO.
           REWRITE REG-CN291SS.
           IF ES-CN291SS NOT = '00'
              DISPLAY 'ERROR AL CANCELAR PROGRAMADO CN291SS '
                       ES-CN291SS ' CTA ' WK-CTA-VIEJA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE 'TRASLADADO A LA NUEVA, CANCELADO RN EN LA VIEJA'
                             TO WK-LPR-RESULTADO.
           ADD  1            TO WK-PROG-TRASLADADOS.
           PERFORM 2610-LISTAR-PROGRAMADO THRU 2610-FIN.
           PERFORM 2620-REPOSICIONAR-CN291 THRU 2620-FIN.

       2600-FIN.
           EXIT.

       2610-LISTAR-PROGRAMADO.

           MOVE CN291-TIP-ACCION      TO WK-LPR-ACCION.
           MOVE CN291-FECHA-EFECTIVA  TO WK-LPR-FEC-EFECTIVA.
           MOVE CN291-FECHA-CAPTURA   TO WK-LPR-FEC-CAPTURA.
           MOVE CN291-HORA-CAPTURA    TO WK-LPR-HORA-CAPTURA.
           MOVE WK-LINEA-PROGRAMADO   TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       2610-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EL WRITE BAJO LA NUEVA MUEVE LA POSICION: SE REPOSICIONA       *
      * DESPUES DEL PROGRAMADO RECIEN TRATADO                          *
      *----------------------------------------------------------------*
       2620-REPOSICIONAR-CN291.

           MOVE WK-LLAVE-CN291 TO CN291-LLAVE.
           START CN291SS KEY IS GREATER THAN CN291-LLAVE.
           IF ES-CN291SS NOT = '00'
              MOVE 1 TO WK-SW-FIN-PROG
           END-IF.

       2620-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA CN286SS DEL TRASLADO CON LA IMAGEN ACTUAL DE          *
      * REG-CN285SE. LA LLAVE LLEVA LA FECHA DE PROCESO Y LA HORA; SI  *
      * YA EXISTE SE CORRE LA HORA, COMO EN RBD528. UN FALLO NO        *
      * DESHACE EL TRASLADO: SE AVISA Y SE CUENTA                      *
      *----------------------------------------------------------------*
       250-GRABAR-CN286SS.

           ACCEPT WK-HORA-TIME FROM TIME.
           MOVE WK-HORA-TIME(1:6) TO WK-HORA-LOG.
           MOVE 0 TO WK-SW-LOG-GRABADO.
           MOVE 0 TO WK-INTENTOS-LOG.
           PERFORM 2500-GRABAR-LOG-UNA THRU 2500-FIN
                   UNTIL WK-SW-LOG-GRABADO = 1 OR WK-INTENTOS-LOG >= 10.

           IF WK-SW-LOG-GRABADO = 0
              DISPLAY 'AVISO: TRASLADO SIN BITACORA CN286SS '
                       ES-CN286SS ' CTA ' WK-CTA-LOG
              ADD 1 TO WK-SIN-BITACORA
           END-IF.

       250-FIN.
           EXIT.

       2500-GRABAR-LOG-UNA.

           ADD 1 TO WK-INTENTOS-LOG.
           INITIALIZE REG-CN286SS.
           MOVE WK-FECHA-SISTEMA        TO CN286-FECHA.
           MOVE WK-HORA-LOG             TO CN286-HORA.
           MOVE WK-CTA-LOG              TO CN286-NUM-CTA.
           MOVE WK-ACCION-LOG           TO CN286-TIP-ACCION.
           MOVE DATOS-TRX               TO CN286-DATOS-TRX.
           MOVE CN285SE-RED-ADQUIR      TO CN286-RED-ADQUIR.
           MOVE CN285SE-COD-ADQUI       TO CN286-COD-ADQUI.
           MOVE CN285SE-NUM-DISPOSITIVO TO CN286-NUM-DISPOSITIVO.
           MOVE CN285SE-DESCRIPCION     TO CN286-DESCRIPCION.
           MOVE CN285SE-IND-ENCRIPCION  TO CN286-IND-ENCRIPCION.
           MOVE CN285SE-LLAVE-ENCRP     TO CN286-LLAVE-ENCRP.
           MOVE CN285SE-FEC-ALTA        TO CN286-FEC-ALTA.
           MOVE CN285SE-FEC-BAJA        TO CN286-FEC-BAJA.
           MOVE 'RBD529'                TO CN286-USUARIO.
           MOVE 'RBD529'                TO CN286-APROBADOR.
           MOVE CN285SE-ENTIDAD         TO CN286-ENTIDAD.

           WRITE REG-CN286SS.
           IF ES-CN286SS = '00'
              MOVE 1 TO WK-SW-LOG-GRABADO
           ELSE
              IF ES-CN286SS = '22'
                 ADD 1 TO WK-HORA-LOG
              ELSE
                 MOVE 10 TO WK-INTENTOS-LOG
              END-IF
           END-IF.

       2500-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BOVEDA: UNA PASADA COMPLETA. CADA PAR CUYA CUENTA CLARA TENGA  *
      * 'V' EN RBXRFSS PASA A LA CUENTA NUEVA CON EL MISMO TOKEN, ASI  *
      * RBD486 RESUELVE LOS TOKENS VIEJOS AL NUMERO VIGENTE. TAMBIEN   *
      * RECOGE PARES QUE QUEDARON BAJO UNA CUENTA YA RENUMERADA        *
      *----------------------------------------------------------------*
       300-TRASLADAR-BOVEDA.

           IF WK-RENUMERADOS = 0 AND WK-YA-REGISTRADOS = 0
              GO TO 300-FIN
           END-IF.

           MOVE 0 TO RB485-CTA-PROTEGIDA.
           MOVE 0 TO RB485-NUM-CTA.
           START RB485SS KEY IS NOT LESS THAN RB485-LLAVE.
           IF ES-RB485SS NOT = '00'
              GO TO 300-FIN
           END-IF.

           MOVE 0 TO SW-FIN.
           PERFORM 3000-TRASLADAR-PAR THRU 3000-FIN
                   UNTIL SW-FIN = 1.

       300-FIN.
           EXIT.

       350-LISTAR-TOTALES.

           MOVE WK-RENUMERADOS        TO WK-LT1-RENUMERADOS.
           MOVE WK-RECHAZADOS         TO WK-LT1-RECHAZADOS.
           MOVE WK-YA-REGISTRADOS     TO WK-LT1-YA-REGISTRADOS.
           MOVE WK-PARAM-TRASLADADAS  TO WK-LT2-PARAM.
           MOVE WK-SUSP-TRASLADADAS   TO WK-LT2-SUSPENSO.
           MOVE WK-BOVEDA-TRASLADADOS TO WK-LT2-BOVEDA.
           MOVE SPACES                TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL-1      TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL-2      TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-PROG-TRASLADADOS   TO WK-LT3-PROGRAMADOS.
           MOVE WK-PROG-DUPLICADOS    TO WK-LT3-DUPLICADOS.
           MOVE WK-LINEA-TOTAL-3      TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       350-FIN.
           EXIT.

       3000-TRASLADAR-PAR.

           READ RB485SS NEXT RECORD.
           IF ES-RB485SS NOT = '00'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           ADD 1 TO WK-BOVEDA-LEIDOS.

           MOVE 'V'           TO RBXRF-TIPO.
           MOVE RB485-NUM-CTA TO RBXRF-CTA-LLAVE.
           MOVE 0             TO RBXRF-CTA-RELAC.
           READ RBXRFSS KEY IS RBXRF-LLAVE.
           IF ES-RBXRFSS NOT = '00'
              GO TO 3000-FIN
           END-IF.

           MOVE REG-RB485SS TO WK-REG-RB485.
           DELETE RB485SS RECORD.
           IF ES-RB485SS NOT = '00'
              DISPLAY 'ERROR AL BORRAR PAR DE BOVEDA RB485SS '
                       ES-RB485SS ' CTA ' RB485-NUM-CTA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE WK-REG-RB485    TO REG-RB485SS.
           MOVE RBXRF-CTA-NUEVA TO RB485-NUM-CTA.
           WRITE REG-RB485SS.
           IF ES-RB485SS NOT = '00' AND ES-RB485SS NOT = '22'
              DISPLAY 'ERROR AL GRABAR PAR DE BOVEDA RB485SS '
                       ES-RB485SS ' CTA ' RB485-NUM-CTA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-BOVEDA-TRASLADADOS.

       3000-FIN.
           EXIT.

       400-LISTAR-RENUMERACION.

           MOVE SPACES                TO WK-LINEA-DETALLE.
           MOVE RENUM-CTA-ANTERIOR    TO WK-LDE-CTA-ANTERIOR.
           MOVE RENUM-CTA-NUEVA       TO WK-LDE-CTA-NUEVA.
           MOVE RENUM-FECHA           TO WK-LDE-FECHA.
           MOVE RENUM-MOTIVO          TO WK-LDE-MOTIVO.
           MOVE WK-SUSP-CUENTA        TO WK-LDE-SUSPENSO.

           EVALUATE WK-RECHAZO
               WHEN 'IN'
                   MOVE 'RECHAZADA IN: CUENTAS INVALIDAS O IGUALES'
                                              TO WK-LDE-RESULTADO
               WHEN 'RD'
                   MOVE 'RECHAZADA RD: LA VIEJA YA SE RENUMERO A OTRA'
                                              TO WK-LDE-RESULTADO
               WHEN 'CI'
                   MOVE 'RECHAZADA CI: LA NUEVA YA FUE RENUMERADA'
                                              TO WK-LDE-RESULTADO
               WHEN 'YA'
                   MOVE 'YA REGISTRADA EN RBXRFSS, NO SE REPITE'
                                              TO WK-LDE-RESULTADO
               WHEN OTHER
                   PERFORM 410-RESULTADO-CN285 THRU 410-FIN
           END-EVALUATE.

           MOVE WK-LINEA-DETALLE      TO REG-RB529LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       400-FIN.
           EXIT.

       410-RESULTADO-CN285.

           EVALUATE WK-RESULTADO-285
               WHEN 'TR'
                   MOVE 'RENUMERADA, PARAMETRIZACION TRASLADADA'
                                              TO WK-LDE-RESULTADO
               WHEN 'NE'
                   MOVE 'RENUMERADA, LA VIEJA NO TENIA PARAMETRIZACION'
                                              TO WK-LDE-RESULTADO
               WHEN 'DU'
                   MOVE 'RENUMERADA, DU: NUEVA YA PARAMETRIZADA'
                                              TO WK-LDE-RESULTADO
               WHEN OTHER
                   MOVE 'RENUMERADA, ER: ERROR DE ARCHIVO EN CN285SE'
                                              TO WK-LDE-RESULTADO
           END-EVALUATE.

       410-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB529LS.
           IF ES-RB529LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB529LS ' ES-RB529LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

           IF RETURN-CODE = 0
              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD529 TERMINO             '
              DISPLAY '--------------------------------------'
           ELSE
              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD529 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'
           END-IF.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-SW-VENTANA-MARCADA = 1
              MOVE 'L' TO WK-ESTADO-VENTANA
              PERFORM 113-MARCAR-VENTANA THRU 113-FIN
              MOVE 0   TO WK-SW-VENTANA-MARCADA
           END-IF.

           IF (WK-RECHAZADOS > 0 OR WK-PARAM-DUPLICADAS > 0 OR
               WK-SIN-BITACORA > 0 OR WK-PROG-DUPLICADOS > 0) AND
              RETURN-CODE = 0
              DISPLAY 'HAY RENUMERACIONES RECHAZADAS, CUENTAS NUEVAS '
                      'YA PARAMETRIZADAS, TRASLADOS SIN BITACORA O '
                      'PROGRAMADOS NO TRASLADADOS. SE DEVUELVE '
                      'RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD529 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'RENUMERACIONES LEIDAS      : ' WK-LEIDOS
              DISPLAY 'RENUMERADAS                : ' WK-RENUMERADOS
              DISPLAY 'YA REGISTRADAS             : ' WK-YA-REGISTRADOS
              DISPLAY 'RECHAZADAS                 : ' WK-RECHAZADOS
              DISPLAY 'PARAMETRIZ. TRASLADADAS    : '
                       WK-PARAM-TRASLADADAS
              DISPLAY 'NUEVA YA PARAMETRIZADA     : '
                       WK-PARAM-DUPLICADAS
              DISPLAY 'VIEJA SIN PARAMETRIZACION  : '
                       WK-PARAM-SIN-ORIGEN
              DISPLAY 'TRASLADOS SIN BITACORA     : ' WK-SIN-BITACORA
              DISPLAY 'REFERENCIAS HEREDADAS      : ' WK-HEREDADOS
              DISPLAY 'PARTIDAS SUSPENSO TRASLAD. : '
                       WK-SUSP-TRASLADADAS
              DISPLAY 'PARES BOVEDA LEIDOS        : ' WK-BOVEDA-LEIDOS
              DISPLAY 'PARES BOVEDA TRASLADADOS   : '
                       WK-BOVEDA-TRASLADADOS
              DISPLAY 'PROGRAMADOS TRASLADADOS    : '
                       WK-PROG-TRASLADADOS
              DISPLAY 'PROGRAMADOS NO TRASLADADOS : '
                       WK-PROG-DUPLICADOS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE RENUMSS
              CLOSE RBXRFSS
              CLOSE CN285SE
              CLOSE CN286SS
              CLOSE RB463SS
              CLOSE RB485SS
              CLOSE RB529LS
              IF WK-SW-CN291-ABIERTO = 1
                 CLOSE CN291SS
              END-IF
           END-IF.
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

           MOVE 'RBD529  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 7                      TO RBLEDG-CANT-CONTADORES.
           MOVE 'RENUMERADAS'          TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-RENUMERADOS         TO RBLEDG-CONT-VALOR(1).
           MOVE 'RECHAZADAS'           TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-RECHAZADOS          TO RBLEDG-CONT-VALOR(2).
           MOVE 'PARAM-TRASLADADAS'    TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-PARAM-TRASLADADAS   TO RBLEDG-CONT-VALOR(3).
           MOVE 'PARAM-NUEVA-EXISTE'   TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-PARAM-DUPLICADAS    TO RBLEDG-CONT-VALOR(4).
           MOVE 'SUSPENSO-TRASLADADO'  TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-SUSP-TRASLADADAS    TO RBLEDG-CONT-VALOR(5).
           MOVE 'BOVEDA-TRASLADADA'    TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-BOVEDA-TRASLADADOS  TO RBLEDG-CONT-VALOR(6).
           MOVE 'PROG-TRASLADADOS'     TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-PROG-TRASLADADOS    TO RBLEDG-CONT-VALOR(7).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
