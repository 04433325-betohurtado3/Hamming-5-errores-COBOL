               FILE STATUS IS WKS-FS-CHECKPOINT.
           SELECT HAM-EXCEPCIONES-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-EXCEPCIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-EXCEPCIONES.
           SELECT HAM15-EXCEPCIONES-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-EXCEPCIONES-15
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-EXCEPCIONES-15.
           SELECT HAM15-COD-ENTRADA-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-COD-ENTRADA-15
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WKS-FS-CUARENTENA.
           SELECT HAM-RECON-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-RECON
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-RECON.
           SELECT HAM-TABLA-FILE ASSIGN TO "HAMTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-TABLA.
           SELECT HAM-TABREP-FILE ASSIGN TO "HAMTABREP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-CTRL-FILE ASSIGN TO "HAMCTRL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-TXLOG-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-TXLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-TXLOG.
           SELECT HAM-TARIFA-FILE ASSIGN TO "HAMTARIFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-TARIFA.
           SELECT HAM-FACTURA-FILE ASSIGN TO "HAMFACTURA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-CARGO-FILE ASSIGN TO "HAMCARGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-CARGO.
           SELECT HAM-FACREC-FILE ASSIGN TO "HAMFACREC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-CLAVES-FILE ASSIGN TO "HAMKEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-CLAVES.
           SELECT HAM-CLVLOG-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-CLVLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-CLVLOG.
           SELECT HAM-MAESTRO-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-MAESTRO
               ORGANIZATION IS INDEXED
           SELECT HAM-HIST-NUEVO-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-HIST-NUEVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-COR-NUEVO-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-COR-NUEVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-ARCREP-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-ARCREP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-CATALOGO-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WKS-CAT-LOTE
               FILE STATUS IS WKS-FS-CATALOGO.
           SELECT HAM-CATREP-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-CATREP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-REENTREGA-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-REENTREGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REENTREGA.
           SELECT HAM-DECEXC-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-DECEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-DECEXC.
           SELECT HAM-ACUSE-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-ACUSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-ACUSE.
           SELECT HAM-ACUSE-ENT-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-ACUSE-ENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-ACUSE-ENT.
           SELECT HAM-DESTINOS-FILE ASSIGN TO "HAMDEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-DESTINOS.
           SELECT HAM-MSGEXC-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-MSGEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-MSGEXC.
           SELECT HAM-DEST-SALIDA-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-DEST-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-DEST-SALIDA.
           SELECT HAM-DIST-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-DIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-DIST.
           SELECT HAM-PLANREP-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-PLANREP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-PLANCTL-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-PLANCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-PLANCTL.
           SELECT HAM-MANTLOG-FILE
               ASSIGN TO DYNAMIC WKS-ARCH-MANTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-MANTLOG.
       DATA DIVISION.
       FILE SECTION.
           FD HAM-ENTRADA-FILE.
           01 WKS-REG-CHECKPOINT.
               05 WKS-CKPT-REG-SEGMENTO PIC 9(03).
               05 WKS-CKPT-REG-CONTADOR PIC 9(05).
               05 WKS-CKPT-REG-LOTE PIC X(08).
               05 WKS-CKPT-REG-ESTADO PIC X(01).
                   88 CKPT-REG-SUSPENDIDO VALUE "S".

           FD HAM-EXCEPCIONES-FILE.
           01 WKS-REG-EXCEPCION PIC X(07).
               05 WKS-TABLA-REG-CARACTER PIC X(01).
               05 FILLER PIC X(75).

           FD HAM-TABREP-FILE.
           01 WKS-REG-TABREP PIC X(80).

           FD HAM-MAESTRO-FILE.
           01 WKS-REG-MAESTRO.
               05 WKS-MAE-CLAVE.
           FD HAM-HIST-NUEVO-FILE.
           01 WKS-REG-HIST-NUEVO PIC X(67).

           FD HAM-COR-NUEVO-FILE.
           01 WKS-REG-COR-NUEVO PIC X(39).

           FD HAM-ARCREP-FILE.
           01 WKS-REG-ARCREP PIC X(80).

           FD HAM-CATALOGO-FILE.
           01 WKS-REG-CATALOGO.
               05 WKS-CAT-LOTE PIC X(08).
               05 WKS-CAT-ESTADO PIC X(01).
                   88 CAT-EN-SALIDA VALUE "E" "I" "K".
                   88 CAT-YA-CORREGIDO VALUE "C" "Q" "D" "X".
               05 WKS-CAT-MODO PIC X(01).
               05 WKS-CAT-CANAL PIC X(01).
               05 WKS-CAT-LOTE-ORIGEN PIC X(08).
               05 WKS-CAT-FECHA-ALTA PIC X(08).
               05 WKS-CAT-HORA-ALTA PIC X(08).
               05 WKS-CAT-FECHA-ESTADO PIC X(08).
               05 WKS-CAT-HORA-ESTADO PIC X(08).
               05 WKS-CAT-CODEWORDS PIC 9(05).
               05 WKS-CAT-CORREGIDOS PIC 9(05).
               05 WKS-CAT-CUARENTENA PIC 9(05).
               05 WKS-CAT-DESCIFRADO PIC X(01).
               05 WKS-CAT-EXTENSION PIC X(08).

           FD HAM-CATREP-FILE.
           01 WKS-REG-CATREP PIC X(80).

           FD HAM-REENTREGA-FILE.
           01 WKS-REG-REENTREGA PIC X(39).

           FD HAM-DECEXC-FILE.
           01 WKS-REG-DECEXC PIC X(80).

           FD HAM-ACUSE-FILE.
           01 WKS-REG-ACUSE PIC X(39).

           FD HAM-ACUSE-ENT-FILE.
           01 WKS-REG-ACUSE-ENT PIC X(39).

           FD HAM-DESTINOS-FILE.
           01 WKS-REG-DESTINOS PIC X(80).

           FD HAM-MSGEXC-FILE.
           01 WKS-REG-MSGEXC PIC X(80).

           FD HAM-DEST-SALIDA-FILE.
           01 WKS-REG-DEST-SALIDA PIC X(80).

           FD HAM-DIST-FILE.
           01 WKS-REG-DIST PIC X(80).

           FD HAM-CTRL-FILE.
           01 WKS-REG-CTRL PIC X(80).

           FD HAM-TXLOG-FILE.
           01 WKS-REG-TXLOG PIC X(80).

           FD HAM-TARIFA-FILE.
           01 WKS-REG-TARIFA PIC X(80).

           FD HAM-FACTURA-FILE.
           01 WKS-REG-FACTURA PIC X(80).

           FD HAM-CARGO-FILE.
           01 WKS-REG-CARGO PIC X(80).

           FD HAM-FACREC-FILE.
           01 WKS-REG-FACREC PIC X(80).

           FD HAM-CLAVES-FILE.
           01 WKS-REG-CLAVES PIC X(80).

           FD HAM-CLVLOG-FILE.
           01 WKS-REG-CLVLOG PIC X(80).

           FD HAM-PLANREP-FILE.
           01 WKS-REG-PLANREP PIC X(80).

           FD HAM-PLANCTL-FILE.
           01 WKS-REG-PLANCTL PIC X(80).

           FD HAM-MANTLOG-FILE.
           01 WKS-REG-MANTLOG PIC X(80).

       WORKING-STORAGE SECTION.
      *    NOMBRES LOGICOS DE ARCHIVO, ENRUTABLES POR CANAL. CON DOS
      *    LINEAS DE TRANSMISION EN LA MISMA VENTANA DE LOTES, LOS
               05 WKS-ARCH-AUDIT-NUEVO PIC X(20) VALUE "HAMAUDNEW".
               05 WKS-ARCH-HIST-NUEVO PIC X(20) VALUE "HAMHISNEW".
               05 WKS-ARCH-ARCREP PIC X(20) VALUE "HAMARCREP".
               05 WKS-ARCH-CATALOGO PIC X(20) VALUE "HAMCATLG".
               05 WKS-ARCH-CATREP PIC X(20) VALUE "HAMCATREP".
               05 WKS-ARCH-REENTREGA PIC X(20) VALUE "HAMREDEL".
               05 WKS-ARCH-DECEXC PIC X(20) VALUE "HAMDECEXC".
               05 WKS-ARCH-ACUSE PIC X(20) VALUE "HAMACK".
               05 WKS-ARCH-ACUSE-ENT PIC X(20) VALUE "HAMACKIN".
               05 WKS-ARCH-MANTLOG PIC X(20) VALUE "HAMMNTLOG".
               05 WKS-ARCH-MSGEXC PIC X(20) VALUE "HAMMSGEXC".
               05 WKS-ARCH-DIST PIC X(20) VALUE "HAMDIST".
               05 WKS-ARCH-PLANREP PIC X(20) VALUE "HAMPLANREP".
               05 WKS-ARCH-PLANCTL PIC X(20) VALUE "HAMPLNCTL".
               05 WKS-ARCH-TXLOG PIC X(20) VALUE "HAMTXLOG".
               05 WKS-ARCH-CLVLOG PIC X(20) VALUE "HAMKEYLOG".
               05 WKS-ARCH-COR-NUEVO PIC X(20) VALUE "HAMCORNEW".
           01 WKS-NOMBRES-ARCHIVO-R REDEFINES WKS-NOMBRES-ARCHIVO.
               05 WKS-NOMBRE-ARCH PIC X(20) OCCURS 51 TIMES.
           77 WKS-CANAL-ACTUAL PIC X(01) VALUE SPACE.
           77 WKS-CANAL-NUEVO PIC X(01).
           77 WKS-CANAL-I PIC 99.
           77 WKS-CANAL-J PIC 99.

           77 WKS-INDICE-DESPLAZA PIC 99.
           01 WKS-BUFFER-MSG.
               05 WKS-BUFFER-BITS PIC 9 OCCURS 14 TIMES.
      *    MENSAJES DIRIGIDOS. UNA LINEA "#MSG DDDD IIIIIIIIIIII" EN
      *    LA COLUMNA 1 DE HAMMSGIN ABRE UN MENSAJE PARA EL DESTINO
      *    DDDD (COLUMNAS 6-9) CON IDENTIFICADOR IIII... (COLUMNAS
      *    11-22); EL MENSAJE LLEGA HASTA LA CABECERA SIGUIENTE O EL
      *    FIN DEL ARCHIVO. LA CABECERA SE CIFRA COMO UNA LINEA MAS Y
      *    AL CERRAR EL MENSAJE SE AGREGA LA COLA "#FIN IIII... NNNNN"
      *    CON LAS LINEAS DEL CUERPO, ASI EL DESCIFRADO SABE DONDE
      *    TERMINA Y SI LLEGO ENTERO. EL DESTINO SE VALIDA CONTRA EL
      *    ARCHIVO DE REFERENCIA HAMDEST (COLUMNAS 1-4 EL CODIGO,
      *    6-45 LA DESCRIPCION; LAS LINEAS CON "*" EN LA COLUMNA 1
      *    SON COMENTARIOS): UN MENSAJE CON DESTINO DESCONOCIDO O SIN
      *    IDENTIFICADOR NO SE CIFRA Y VA ENTERO A HAMMSGEXC. LAS
      *    LINEAS ANTERIORES A LA PRIMERA CABECERA SE CIFRAN COMO
      *    SIEMPRE, SIN DESTINO.
           77 WKS-FS-DESTINOS PIC X(02).
           77 WKS-SW-FIN-DESTINOS PIC X.
               88 FIN-DESTINOS VALUE "S".
           77 WKS-SW-DESTINOS-CARGADOS PIC X VALUE "N".
               88 DESTINOS-CARGADOS VALUE "S".
           77 WKS-FLAG-DESTINO-HALLADO PIC X.
               88 DESTINO-HALLADO VALUE "S".
           77 WKS-DEST-CANT PIC 9(03) VALUE 0.
           77 WKS-DEST-I PIC 9(03).
           01 WKS-TABLA-DESTINOS.
               05 WKS-DEST OCCURS 200 TIMES.
                   10 WKS-DEST-CODIGO PIC X(04).
                   10 WKS-DEST-NOMBRE PIC X(40).
           77 WKS-SW-MSGD-ESTADO PIC X VALUE "L".
               88 MSGD-LIBRE VALUE "L".
               88 MSGD-ABIERTO VALUE "A".
               88 MSGD-RECHAZADO VALUE "R".
           77 WKS-MSGD-DESTINO PIC X(04).
           77 WKS-MSGD-ID PIC X(12).
           77 WKS-MSGD-LINEAS PIC 9(05).
           77 WKS-MSGD-MOTIVO PIC X(30).
           77 WKS-MSGD-RESGUARDO PIC X(80).
           77 WKS-CONT-MSG-DIRIGIDOS PIC 9(05) VALUE 0.
           77 WKS-CONT-MSG-RECHAZADOS PIC 9(05) VALUE 0.
           77 WKS-CONT-LINEAS-RESERVADAS PIC 9(05) VALUE 0.
           01 WKS-LINEA-MSG-COLA.
               05 FILLER PIC X(05) VALUE "#FIN ".
               05 WKS-MCOLA-ID PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MCOLA-LINEAS PIC 9(05).
               05 FILLER PIC X(57) VALUE SPACES.
      *    VALOR DE CONTROL DE LINEA. LA TRIPLE COPIA CON SINDROME
      *    TODAVIA PUEDE CORREGIR MAL UN CODEWORD MUY CASTIGADO, Y
      *    EL TEXTO SALDRIA CAMBIADO SIN AVISO. CADA LINEA CIFRADA
      *    LLEVA ANTES DEL FIN DE REGISTRO DOS CODIGOS DE CONTROL
      *    (SUMA DE FLETCHER MODULO 63 SOBRE LOS CODIGOS DE LA
      *    LINEA, EMITIDOS COMO 64 + A Y 64 + B, SIEMPRE DISTINTOS
      *    DE CERO Y DEL 010) QUE EL DESCIFRADO RECALCULA. LA SUMA
      *    B ACUMULA LAS SUMAS A, ASI UN CAMBIO DE ORDEN TAMBIEN SE
      *    DETECTA. LOS LOTES DE TEXTO CON CONTROL SE MARCAN CON
      *    FORMATO C EN LA CABECERA; LOS VIEJOS SE DESCIFRAN COMO
      *    SIEMPRE.
           77 WKS-CTL-A PIC 9(03) VALUE 0.
           77 WKS-CTL-B PIC 9(03) VALUE 0.
           77 WKS-CTL-COCIENTE PIC 9(03).

      *    VARIABLES PARA LOS REGISTROS DE CONTROL DE LOTE. CADA
      *    ARCHIVO DE CODEWORDS LLEVA UNA CABECERA CAB (IDENTIDAD DEL
      *    LOTE) Y UNA COLA FIN (CANTIDAD Y SUMA DE BITS EN UNO) QUE
      *    OCUPAN UN REGISTRO DE 33 BYTES CADA UNA. LA CABECERA SE
      *    EXTIENDE A LOS 39 BYTES DEL REGISTRO DE LINEA: LOS 8
      *    ULTIMOS LLEVAN, EN UN LOTE DE TEXTO (MODO 3), EL FORMATO
      *    DEL FLUJO CIFRADO, LA VERSION Y SUMA DE LA TABLA DE
      *    CODIGOS CON QUE SE CIFRO Y EL NUMERO DE CLAVE CON QUE SE
      *    MEZCLO (EN BLANCO = SIN MEZCLA). UNA RETRANSMISION (MODO
      *    R) LLEVA EN LA CABECERA EL LOTE ORIGINAL AL QUE PERTENECEN
      *    SUS CODEWORDS Y REPITE SU SELLO, TOMADO DEL CATALOGO; EL
      *    LOTE PROPIO DE LA RETRANSMISION QUEDA SOLO EN EL CATALOGO
      *    DEL TRANSMISOR
           01 WKS-REG-CABECERA.
               05 WKS-CAB-MARCA PIC X(03) VALUE "CAB".
               05 WKS-CAB-LOTE PIC X(08) VALUE SPACES.
               05 WKS-CAB-MODO PIC X(01) VALUE SPACE.
               05 WKS-CAB-PROFUNDIDAD PIC X(02) VALUE SPACES.
               05 WKS-CAB-CANAL PIC X(01) VALUE SPACE.
               05 WKS-CAB-EXTENSION PIC X(08) VALUE SPACES.
               05 WKS-CAB-EXT-TEXTO REDEFINES WKS-CAB-EXTENSION.
                   10 WKS-CAB-FORMATO PIC X(01).
                       88 CAB-CON-CONTROL VALUE "C".
                   10 WKS-CAB-TABLA-VERSION PIC X(02).
                   10 WKS-CAB-TABLA-SUMA PIC X(03).
                   10 WKS-CAB-CLAVE-NUM PIC X(02).
           01 WKS-REG-COLA.
               05 WKS-COLA-MARCA PIC X(03) VALUE "FIN".
               05 WKS-COLA-CONTADOR PIC 9(05) VALUE 0.
           77 WKS-CONT-SEG-VALIDOS PIC 9(03) VALUE 0.
           77 WKS-CONT-SEG-RECHAZADOS PIC 9(03) VALUE 0.
           77 WKS-SDIR-CANT PIC 9(03) VALUE 0.
      *    UN SEGMENTO VALIDO CUYO LOTE EL CATALOGO YA DA POR
      *    CORREGIDO (O QUE REPITE EL LOTE DE UN SEGMENTO ANTERIOR
      *    DEL MISMO ARCHIVO) ES UNA REENTREGA DEL CONCENTRADOR: SE
      *    MARCA D EN EL DIRECTORIO Y SUS REGISTROS SE DESVIAN A
      *    HAMREDEL SIN VOLVER A ASENTARSE EN AUDITORIA, HISTORIAL,
      *    MAESTRO NI SALIDA CORREGIDA.
           77 WKS-CONT-SEG-REPETIDOS PIC 9(03) VALUE 0.
           77 WKS-FS-REENTREGA PIC X(02).
           77 WKS-SW-SEG-DESVIADO PIC X VALUE "N".
               88 SEG-DESVIADO VALUE "S".
           77 WKS-SDIR-J PIC 9(03).
           01 WKS-TABLA-SEG-DIR.
               05 WKS-SDIR OCCURS 200 TIMES.
                   10 WKS-SDIR-VALIDO PIC X(01).
                   10 WKS-SDIR-LOTE PIC X(08).
                   10 WKS-SDIR-MODO PIC X(01).
                   10 WKS-SDIR-HUECOS PIC 9(05).
                   10 WKS-SDIR-DUP PIC 9(05).
                   10 WKS-SDIR-SIN PIC 9(05).
      *    HUECOS DE SECUENCIA QUE LA PASADA DE VALIDACION ENCONTRO
      *    EN CADA SEGMENTO (SALVO EN LAS RETRANSMISIONES, QUE TRAEN
      *    SOLO LAS SECUENCIAS PEDIDAS): AL CERRAR EL SEGMENTO SE
      *    ACUSAN AL TRANSMISOR Y QUEDAN EN EL MAESTRO CON ESTADO P
      *    HASTA QUE LLEGUE LA RETRANSMISION
           77 WKS-HUE-CANT PIC 9(03) VALUE 0.
           77 WKS-HUE-I PIC 9(03).
           01 WKS-TABLA-HUECOS.
               05 WKS-HUE OCCURS 500 TIMES.
                   10 WKS-HUE-SEGMENTO PIC 9(03).
                   10 WKS-HUE-DESDE PIC 9(05).
                   10 WKS-HUE-HASTA PIC 9(05).

      *    ACUSE DE RECIBO (HAMACK). CADA CORRIDA DE CORRECCION
      *    DEVUELVE AL TRANSMISOR, POR CADA LOTE, UN GRUPO CAB...FIN
      *    CON TRAMOS DE SECUENCIAS CONSECUTIVAS: ACK RECIBIDAS
      *    LIMPIAS O CORREGIDAS, NAK EN CUARENTENA, HUE HUECOS DE
      *    SECUENCIA, Y RCH PARA UN SEGMENTO RECHAZADO ENTERO. LA
      *    COLA FIN LLEVA LOS REGISTROS DEL GRUPO Y LAS SECUENCIAS
      *    DE CADA CLASE.
           77 WKS-FS-ACUSE PIC X(02).
           01 WKS-REG-ACUSE-DET.
               05 WKS-ACU-TIPO PIC X(03).
                   88 ACU-RECIBIDO VALUE "ACK".
                   88 ACU-CUARENTENA VALUE "NAK".
                   88 ACU-HUECO VALUE "HUE".
                   88 ACU-RECHAZADO VALUE "RCH".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-ACU-LOTE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-ACU-SEQ-DESDE PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-ACU-SEQ-HASTA PIC 9(05).
               05 FILLER PIC X(15) VALUE SPACES.
           01 WKS-REG-ACUSE-FIN.
               05 WKS-ACUF-MARCA PIC X(03) VALUE "FIN".
               05 WKS-ACUF-REGISTROS PIC 9(05).
               05 WKS-ACUF-RECIBIDOS PIC 9(05).
               05 WKS-ACUF-CUARENTENA PIC 9(05).
               05 WKS-ACUF-HUECOS PIC 9(05).
               05 FILLER PIC X(16) VALUE SPACES.
           77 WKS-ACU-ABIERTO PIC X(03) VALUE SPACES.
           77 WKS-ACU-TIPO-COD PIC X(03).
           77 WKS-ACU-DESDE PIC 9(05).
           77 WKS-ACU-HASTA PIC 9(05).
           77 WKS-ACU-SEQ PIC 9(05).
           77 WKS-ACU-CONT-REG PIC 9(05) VALUE 0.
           77 WKS-ACU-CONT-ACK PIC 9(05) VALUE 0.
           77 WKS-ACU-CONT-NAK PIC 9(05) VALUE 0.
           77 WKS-ACU-CONT-HUE PIC 9(05) VALUE 0.

      *    VARIABLES PARA LA CONCILIACION ENVIADO/RECIBIDO
           77 WKS-SW-FIN-RECON PIC X.
               05 WKS-TCOD OCCURS 256 TIMES.
                   10 WKS-TCOD-CARACTER PIC X(01).
                   10 WKS-TCOD-CODIGO PIC 9(03).
      *    VALIDACION Y VERSION DE LA TABLA. UN CODIGO REPETIDO, UN
      *    CARACTER LISTADO DOS VECES O UN CODIGO RESERVADO (000 DEL
      *    RELLENO, 010 DE FIN DE REGISTRO) CORROMPERIAN EN SILENCIO
      *    TODOS LOS MENSAJES, ASI QUE LA CARGA RECHAZA UNA TABLA
      *    CON VIOLACIONES Y LA VERIFICACION (OPCION T) LAS LISTA EN
      *    HAMTABREP. LA TABLA DECLARA SU VERSION (LINEA "VERSION
      *    NN") Y SU SUMA DE CONTROL (LINEA "SUMA NNN"): LA SUMA ES,
      *    MODULO 997, LA SUMA DE CODIGO POR (POSICION DEL CARACTER
      *    EN LA TIRA DE REFERENCIA + 1). SE TOMA LA POSICION EN UNA
      *    TIRA FIJA Y NO EL VALOR NATIVO DEL CARACTER PARA QUE LA
      *    MISMA TABLA DE LA MISMA SUMA EN ASCII Y EN EBCDIC; NO
      *    DEPENDE DEL ORDEN DE LAS LINEAS Y DETECTA EL CAMBIO DE
      *    CARACTER ENTRE DOS CODIGOS.
           77 WKS-TABLA-VERSION PIC X(02) VALUE SPACES.
           77 WKS-TABLA-SUMA-DECL PIC X(03) VALUE SPACES.
           77 WKS-TABLA-SUMA PIC 9(03) VALUE 0.
           77 WKS-TABLA-SUMA-ACUM PIC 9(07).
           77 WKS-TABLA-COCIENTE PIC 9(07).
           77 WKS-TABLA-COD-NUM PIC 9(03).
           77 WKS-TABLA-POS-REF PIC 9(03).
           77 WKS-TABLA-J PIC 9(03).
           77 WKS-TABLA-VIOLACIONES PIC 9(05) VALUE 0.
           77 WKS-TABLA-TEXTO-VIOL PIC X(60).
           77 WKS-SW-TABLA-LISTADO PIC X VALUE "N".
               88 TABLA-CON-LISTADO VALUE "S".
           77 WKS-FLAG-TABLA-ENTRADA-OK PIC X.
               88 TABLA-ENTRADA-OK VALUE "S".
           01 WKS-LINEA-TABREP PIC X(80).
           01 WKS-TABLA-REFERENCIA-DEF.
               05 FILLER PIC X(32)
                   VALUE " !""#$%&'()*+,-./0123456789:;<=>?".
               05 FILLER PIC X(32)
                   VALUE "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
               05 FILLER PIC X(31)
                   VALUE "`abcdefghijklmnopqrstuvwxyz{|}~".
           01 WKS-TABLA-REFERENCIA REDEFINES WKS-TABLA-REFERENCIA-DEF
               PIC X(95).

      *    VARIABLES PARA EL MAESTRO INDEXADO DE MENSAJES. CADA
      *    CODEWORD CIFRADO SE ESPEJA AQUI BAJO LA CLAVE LOTE +
      *    SECUENCIA (ESTADO T) Y LOS NO CORREGIBLES DE LA CORRECCION
      *    ENTRAN CON ESTADO Q, PARA PODER CORTAR UNA RETRANSMISION
      *    SELECTIVA POR CLAVE SIN RECIFRAR EL LOTE ENTERO. CON EL
      *    ACUSE DE RECIBO, EN EL TRANSMISOR UN CODEWORD ACUSADO
      *    PASA A A Y UNO RETRANSMITIDO POR NAK O PERDIDA PASA A N;
      *    EN EL RECEPTOR UNA SECUENCIA QUE FALTO (HUECO) ENTRA CON
      *    ESTADO P A ESPERAR LA RETRANSMISION, IGUAL QUE UN Q.
      *    EL OPERADOR PUEDE DAR DE BAJA UN Q O P QUE NO VA A
      *    VOLVER (ESTADO B, ABANDONADO) DESDE EL MANTENIMIENTO DEL
      *    MAESTRO, CON LO QUE SALE DEL INFORME DE ENVEJECIMIENTO
           77 WKS-FS-MAESTRO PIC X(02).
           77 WKS-SW-FIN-MAESTRO PIC X.
               88 FIN-MAESTRO VALUE "S".
           77 WKS-FLAG-MAESTRO-ABIERTO PIC X VALUE "N".
               88 MAESTRO-ABIERTO VALUE "S".
           77 WKS-REC-LOTE-PED PIC X(08).
           77 WKS-REC-SEQ-DESDE PIC 9(05) VALUE 0.
           77 WKS-REC-SEQ-HASTA PIC 9(05) VALUE 99999.
      *    VARIABLES PARA LA RESOLUCION DE CUARENTENA. EL LAZO DE
      *    RETRANSMISION SE CIERRA CASANDO EL LOTE RETRANSMITIDO QUE
      *    LLEGA EN HAMCIN CONTRA LAS ENTRADAS Q ABIERTAS DEL
      *    MAESTRO POR LOTE + SECUENCIA: EL ESTADO DEL MAESTRO PASA
      *    DE Q (CUARENTENA) A R (RESUELTO) Y EL CODEWORD RECUPERADO
      *    VUELVE A LA SALIDA CORREGIDA EN SU LUGAR DENTRO DEL LOTE
      *    ORIGINAL (LA SALIDA SE REESCRIBE POR UN ARCHIVO DE
      *    TRABAJO, COMO EN LA DEPURACION). EL INFORME DE
      *    ENVEJECIMIENTO LISTA CADA Q TODAVIA ABIERTO CON SUS DIAS
      *    DE ESPERA (LA FECHA SALE DEL PROPIO LOTE-ID AAMMDD) PARA
      *    QUE EL TURNO DE LA MANANA SEPA QUE PERSEGUIR.
           77 WKS-CONT-RESUELTOS PIC 9(05) VALUE 0.
           77 WKS-CONT-SIN-PAREJA PIC 9(05) VALUE 0.
           77 WKS-CONT-NO-Q PIC 9(05) VALUE 0.
           77 WKS-CONT-REINSERTADOS PIC 9(05) VALUE 0.
           77 WKS-SW-FIN-CORREGIDA PIC X.
               88 FIN-CORREGIDA VALUE "S".
           77 WKS-SW-MEZ-LOTE PIC X.
               88 MEZ-LOTE-ORIGINAL VALUE "S".
           77 WKS-MEZ-LOTE PIC X(08).
           77 WKS-MEZ-SEQ-ANTERIOR PIC 9(05).
           77 WKS-MEZ-SEQ-ACTUAL PIC 9(05).
           77 WKS-MEZ-SEQ-HASTA PIC 9(05).
           77 WKS-MEZ-MODO PIC X(01).
      *    RECUPERADOS DE LA EJECUCION. LOS QUE NO ENCUENTRAN EL
      *    SEGMENTO DE SU LOTE EN LA SALIDA CORREGIDA SE AGREGAN AL
      *    FINAL CON CABECERA Y COLA PROPIAS
           77 WKS-RSL-CANT PIC 9(04) VALUE 0.
           77 WKS-RSL-I PIC 9(04).
           77 WKS-RSL-LOTE-ACTUAL PIC X(08).
           77 WKS-CONT-AGREGADOS PIC 9(05) VALUE 0.
           77 WKS-CONT-SIN-SEGUIMIENTO PIC 9(05) VALUE 0.
           01 WKS-TABLA-RECUPERADOS.
               05 WKS-RSL OCCURS 1000 TIMES.
                   10 WKS-RSL-LOTE PIC X(08).
                   10 WKS-RSL-SEQ PIC 9(05).
                   10 WKS-RSL-UBICADO PIC X(01).
                   10 WKS-RSL-CODIGO PIC X(33).
                   10 WKS-RSL-CABECERA PIC X(39).
           77 WKS-CONT-Q-ABIERTOS PIC 9(05) VALUE 0.
           77 WKS-QREP-DIAS PIC 9(05).
           77 WKS-QREP-FECHA-TXT PIC X(08).
           77 WKS-QREP-FECHA-LOTE PIC 9(08).

      *    VARIABLES PARA EL PROCESO DEL ACUSE EN EL TRANSMISOR. EL
      *    ACUSE QUE DEVUELVE EL DESTINO (HAMACKIN) PASA A A LOS
      *    CODEWORDS ACUSADOS DEL MAESTRO Y CORTA SOLO LA
      *    RETRANSMISION DE LO QUE NO LLEGO BIEN: EN UN LOTE
      *    ORIGINAL, TODO LO QUE SIGUE EN T AL CERRAR EL GRUPO (NAK,
      *    HUECOS Y PERDIDAS AL FINAL DEL LOTE); EN UNA
      *    RETRANSMISION, LOS TRAMOS NAK Y HUE. LO RETRANSMITIDO
      *    QUEDA EN N PARA QUE RELEER EL MISMO ACUSE NO LO VUELVA A
      *    CORTAR.
           77 WKS-FS-ACUSE-ENT PIC X(02).
           77 WKS-SW-FIN-ACUSE PIC X.
               88 FIN-ACUSE VALUE "S".
           77 WKS-SW-GRUPO-ACUSE PIC X VALUE "N".
               88 GRUPO-ACUSE-ABIERTO VALUE "S".
           77 WKS-SW-ACUSE-RECHAZO PIC X VALUE "N".
               88 ACUSE-RECHAZO VALUE "S".
           77 WKS-SW-RETR-ABIERTO PIC X VALUE "N".
               88 RETR-ABIERTO VALUE "S".
           77 WKS-SW-RETR-CABECERA PIC X VALUE "N".
               88 RETR-CON-CABECERA VALUE "S".
           77 WKS-FLAG-ACUE-SELECCION PIC X.
               88 ACUE-SELECCIONADO VALUE "S".
           77 WKS-ACUE-LOTE PIC X(08).
           77 WKS-ACUE-LOTE-MAE PIC X(08).
           77 WKS-ACUE-MODO PIC X(01).
           77 WKS-CONT-ACUSES PIC 9(05) VALUE 0.
           77 WKS-CONT-ACUSADOS PIC 9(07) VALUE 0.
           77 WKS-CONT-LOTES-RETR PIC 9(05) VALUE 0.
           77 WKS-CONT-RETRANSMITIDOS PIC 9(07) VALUE 0.
           77 WKS-CONT-ACUSES-RECHAZO PIC 9(05) VALUE 0.
           77 WKS-CONT-ACUSES-INCOMPL PIC 9(05) VALUE 0.
           77 WKS-NAK-CANT PIC 9(03) VALUE 0.
           77 WKS-NAK-I PIC 9(03).
           01 WKS-TABLA-NAK.
               05 WKS-NAK OCCURS 300 TIMES.
                   10 WKS-NAK-DESDE PIC 9(05).
                   10 WKS-NAK-HASTA PIC 9(05).
           77 WKS-QREP-HOY-ENT PIC 9(08).
           01 WKS-LINEA-QREP PIC X(80).

      *    VARIABLES PARA EL PLAN DE MODO Y PROFUNDIDAD DEL CANAL.
      *    SOBRE UNA VENTANA DE DIAS SE LEEN LAS FILAS DEL CANAL EN
      *    HAMHIST (CODIGOS PROCESADOS, CORREGIDOS, POR CONSENSO Y NO
      *    CORREGIBLES) Y LA AUDITORIA DEL CANAL (CODEWORDS CON MAS
      *    DE UN BIT CORREGIDO Y RACHAS DE CODEWORDS CONSECUTIVOS
      *    CORREGIDOS, QUE SON LAS RAFAGAS QUE EL ENTRELAZADO
      *    REPARTE). CON ESAS CIFRAS Y LOS UMBRALES DE ABAJO SE
      *    RECOMIENDA PARA LA VENTANA SIGUIENTE (15,11), (33,7) SIN
      *    ENTRELAZAR, (33,7) ENTRELAZADO A UNA PROFUNDIDAD O RETENER
      *    EL TRAFICO. EL INFORME QUEDA EN HAMPLANREP Y LA
      *    RECOMENDACION EN EL REGISTRO DE CONTROL HAMPLNCTL, QUE LEE
      *    EL CIFRADO NOCTURNO DESATENDIDO (OPCION N).
           77 WKS-FS-PLANCTL PIC X(02).
           77 WKS-SW-FIN-PLAN PIC X.
               88 FIN-PLAN VALUE "S".
           77 WKS-PLAN-DIAS PIC 9(03) VALUE 30.
           77 WKS-PLAN-DESDE PIC 9(08).
           77 WKS-PLAN-HASTA PIC 9(08).
           77 WKS-PLAN-CORRIDAS PIC 9(05).
           77 WKS-PLAN-PROC PIC 9(09).
           77 WKS-PLAN-PROC-33 PIC 9(09).
           77 WKS-PLAN-CORR PIC 9(09).
           77 WKS-PLAN-CONSENSO PIC 9(09).
           77 WKS-PLAN-NOCORR PIC 9(09).
           77 WKS-PLAN-AUD-REGS PIC 9(07).
           77 WKS-PLAN-AUD-MULTI PIC 9(07).
           77 WKS-PLAN-AUD-CONSEC PIC 9(07).
           77 WKS-PLAN-RACHA PIC 9(05).
           77 WKS-PLAN-RACHA-MAX PIC 9(05).
           77 WKS-PLAN-ANT-LOTE PIC X(08).
           77 WKS-PLAN-ANT-SEQ PIC 9(05).
           77 WKS-PLAN-IDX-CANT PIC 9(03).
           77 WKS-PLAN-PTR PIC 9(03).
           77 WKS-PLAN-NOCORR-PDM PIC 9(05).
           77 WKS-PLAN-CORR-PM PIC 9(05).
           77 WKS-PLAN-MULTI-PM PIC 9(05).
           77 WKS-PLAN-RAFAGA-PCT PIC 9(03).
           77 WKS-PLAN-RECOMEND PIC X(02).
           77 WKS-PLAN-PROFUNDIDAD PIC 9(02).
           77 WKS-PLAN-MOTIVO PIC X(50).
           77 WKS-PLAN-EDAD PIC 9(05).
      *    UMBRALES DE LA RECOMENDACION: MUESTRA MINIMA EN CODIGOS;
      *    NO CORREGIBLES POR DIEZ MIL PARA RETENER EL TRAFICO Y
      *    PARA ADMITIR (15,11); CORRECCIONES POR MIL Y CODEWORDS
      *    CON VARIOS BITS POR MIL PARA ADMITIR (15,11), QUE SOLO
      *    CORRIGE UN BIT; PORCENTAJE DE CORRECCIONES EN RACHA PARA
      *    ENTRELAZAR; DIAS DE VIGENCIA DEL REGISTRO DE CONTROL
           77 WKS-PLAN-UMB-MUESTRA PIC 9(07) VALUE 1000.
           77 WKS-PLAN-UMB-RETENER PIC 9(05) VALUE 200.
           77 WKS-PLAN-UMB-NOCORR-15 PIC 9(05) VALUE 1.
           77 WKS-PLAN-UMB-LIMPIO PIC 9(05) VALUE 10.
           77 WKS-PLAN-UMB-MULTI PIC 9(05) VALUE 1.
           77 WKS-PLAN-UMB-RAFAGA PIC 9(03) VALUE 25.
           77 WKS-PLAN-UMB-VIGENCIA PIC 9(03) VALUE 7.
           01 WKS-LINEA-PLANREP PIC X(80).
           01 WKS-REG-PLAN-CONTROL.
               05 WKS-PCTL-MARCA PIC X(04) VALUE "PLAN".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-CANAL PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-FECHA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-DESDE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-RECOMEND PIC X(02).
                   88 PCTL-MODO-15 VALUE "15".
                   88 PCTL-MODO-33 VALUE "33".
                   88 PCTL-MODO-ENTRELAZADO VALUE "IL".
                   88 PCTL-RETENER VALUE "RT".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-PROFUNDIDAD PIC 9(02).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-PROCESADOS PIC 9(09).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-NOCORR-PDM PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-CORR-PM PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-PCTL-RAFAGA-PCT PIC 9(03).
               05 FILLER PIC X(24) VALUE SPACES.

      *    VARIABLES PARA LA HOJA DE CONTROL MATUTINA. UN SOLO PASO
      *    AL FINAL DE LA NOCHE RECORRE LOS CANALES PEDIDOS (CADA
      *    UNO CON SUS ARCHIVOS ENRUTADOS) Y JUNTA EN HAMCTRL LO QUE
      *    ANTES QUEDABA DISPERSO: LOTES DEL HISTORIAL, SEGMENTOS
      *    RECHAZADOS EN EL ACUSE, CHECKPOINT PENDIENTE, CUARENTENA
      *    ABIERTA DEL MAESTRO POR ANTIGUEDAD, EXCEPCIONES DE
      *    ENTRADA Y CONCILIACION. CADA CANAL LLEVA SU PAGINA CON
      *    SEMAFORO (VERDE 0, AMBAR 4, ROJO 8) Y AL FINAL UNA
      *    PAGINA DE TOTALES; EL CODIGO DE RETORNO ES EL PEOR
      *    SEMAFORO, ASI EL PLANIFICADOR SOLO LLAMA CON ROJO.
      *    EN LA LISTA DE CANALES UN * ES EL JUEGO DE ARCHIVOS SIN
      *    SUFIJO DE CANAL.
           77 WKS-FS-EXCEPCIONES PIC X(02).
           77 WKS-FS-EXCEPCIONES-15 PIC X(02).
           77 WKS-FS-RECON PIC X(02).
           77 WKS-FS-DECEXC PIC X(02).
           77 WKS-FS-MSGEXC PIC X(02).
           77 WKS-SW-FIN-CTRL PIC X.
               88 FIN-CTRL VALUE "S".
           77 WKS-CTRL-DESDE PIC X(08) VALUE SPACES.
           77 WKS-CTRL-DESDE-NUM PIC 9(08).
           77 WKS-CTRL-LISTA PIC X(10) VALUE SPACES.
           77 WKS-CTRL-CANAL-ORIGEN PIC X(01).
           77 WKS-CTRL-I PIC 9(02).
           77 WKS-CTRL-CANT-CANALES PIC 9(02).
           77 WKS-CTRL-PAGINA PIC 9(03).
           77 WKS-CTRL-NIVEL PIC 9(01).
           77 WKS-CTRL-NIVEL-GENERAL PIC 9(01).
           77 WKS-CTRL-SEMAFORO PIC X(05).
           77 WKS-CTRL-MOTIVO PIC X(40).
           77 WKS-CTRL-LOTES PIC 9(05).
           77 WKS-CTRL-LOTES-CORR PIC 9(05).
           77 WKS-CTRL-LOTES-CUAR PIC 9(05).
           77 WKS-CTRL-CODIGOS PIC 9(09).
           77 WKS-CTRL-CORREGIDOS PIC 9(09).
           77 WKS-CTRL-NOCORR PIC 9(09).
           77 WKS-CTRL-SEG-RECH PIC 9(05).
           77 WKS-CTRL-CKPT-ESTADO PIC X(01).
               88 CTRL-CKPT-LIBRE VALUE SPACE.
               88 CTRL-CKPT-SUSPENDIDO VALUE "S".
           77 WKS-CTRL-CKPT-LOTE PIC X(08).
           77 WKS-CTRL-CKPT-SEG PIC 9(03).
           77 WKS-CTRL-CKPT-POS PIC 9(05).
           77 WKS-CTRL-MAESTRO PIC X(01).
               88 CTRL-SIN-MAESTRO VALUE "N".
           77 WKS-CTRL-EXC-33 PIC 9(05).
           77 WKS-CTRL-EXC-15 PIC 9(05).
           77 WKS-CTRL-EXC-DEC PIC 9(05).
           77 WKS-CTRL-EXC-MSG PIC 9(05).
           77 WKS-CTRL-EXC-TOTAL PIC 9(05).
           77 WKS-CTRL-RECON PIC X(01).
               88 CTRL-CON-RECON VALUE "S".
           77 WKS-CTRL-REC-FALT PIC 9(05).
           77 WKS-CTRL-REC-SOBR PIC 9(05).
           77 WKS-CTRL-REC-DUP PIC 9(05).
      *    BANDAS DE ANTIGUEDAD DE LA CUARENTENA ABIERTA (Q Y P,
      *    IGUAL QUE EL INFORME DE ENVEJECIMIENTO): HASTA LIMITE-1,
      *    HASTA LIMITE-2, HASTA LIMITE-3 Y MAS VIEJAS. LA TERCERA
      *    BANDA PONE EL CANAL EN AMBAR Y LA ULTIMA EN ROJO.
           77 WKS-CTRL-BANDA-LIM-1 PIC 9(02) VALUE 1.
           77 WKS-CTRL-BANDA-LIM-2 PIC 9(02) VALUE 3.
           77 WKS-CTRL-BANDA-LIM-3 PIC 9(02) VALUE 7.
           77 WKS-CTRL-B PIC 9(01).
           01 WKS-CTRL-BANDAS.
               05 WKS-CTRL-BANDA PIC 9(05) OCCURS 4 TIMES.
           01 WKS-CTRL-TOT-BANDAS.
               05 WKS-CTRL-TOT-BANDA PIC 9(05) OCCURS 4 TIMES.
           77 WKS-CTRL-TOT-LOTES PIC 9(07).
           77 WKS-CTRL-TOT-LOTES-CORR PIC 9(07).
           77 WKS-CTRL-TOT-LOTES-CUAR PIC 9(07).
           77 WKS-CTRL-TOT-CODIGOS PIC 9(09).
           77 WKS-CTRL-TOT-CORREGIDOS PIC 9(09).
           77 WKS-CTRL-TOT-NOCORR PIC 9(09).
           77 WKS-CTRL-TOT-SEG-RECH PIC 9(05).
           77 WKS-CTRL-TOT-SUSPENDIDOS PIC 9(03).
           77 WKS-CTRL-TOT-EXC PIC 9(07).
           77 WKS-CTRL-TOT-ROJO PIC 9(02).
           77 WKS-CTRL-TOT-AMBAR PIC 9(02).
           77 WKS-CTRL-TOT-VERDE PIC 9(02).
           01 WKS-CTRL-RESUMEN.
               05 WKS-CTRL-RES OCCURS 10 TIMES.
                   10 WKS-CTRL-RES-CANAL PIC X(01).
                   10 WKS-CTRL-RES-SEMAFORO PIC X(05).
                   10 WKS-CTRL-RES-MOTIVO PIC X(40).
           01 WKS-LINEA-CTRL PIC X(80).

      *    REGISTRO DE TRANSMISION PARA LA FACTURACION DE LA LINEA.
      *    CADA LOTE QUE QUEDA LISTO PARA SALIR (HAMMOUT, HAMMSGOUT,
      *    HAM15OUT, HAMRETR) DEJA EN HAMTXLOG SUS REGISTROS Y BYTES
      *    DE DATOS Y DE CONTROL (CAB Y FIN), SU MODO, SU FORMATO Y
      *    SU CANAL. EL ENTRELAZADO (I) Y EL EMPAQUETADO (K) DEL
      *    MISMO LOTE DEJAN OTRO REGISTRO CON LOS BYTES DE DATOS DE
      *    LA FORMA QUE REEMPLAZAN, ASI LA FACTURA CUENTA UNA SOLA
      *    VEZ LO QUE SALIO Y MIDE LO QUE AHORRO EL EMPAQUETADO. LOS
      *    BYTES SALEN DEL LARGO DE CADA CLASE DE REGISTRO EN LA
      *    LINEA, FIN DE REGISTRO INCLUIDO.
           77 WKS-FS-TXLOG PIC X(02).
           77 WKS-TXL-LARGO-DATO PIC 9(03) VALUE 40.
           77 WKS-TXL-LARGO-PACK PIC 9(03) VALUE 16.
           77 WKS-TXL-LARGO-DATO-15 PIC 9(03) VALUE 16.
           77 WKS-TXL-LARGO-CONTROL PIC 9(03) VALUE 40.
           77 WKS-TXL-CONT-15 PIC 9(05) VALUE 0.
           01 WKS-REG-TXLOG-DET.
               05 WKS-TXL-FECHA PIC 9(08).
               05 FILLER PIC X(01).
               05 WKS-TXL-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WKS-TXL-LOTE PIC X(08).
               05 FILLER PIC X(01).
               05 WKS-TXL-CANAL PIC X(01).
               05 FILLER PIC X(01).
               05 WKS-TXL-CODIGO PIC X(02).
               05 FILLER PIC X(01).
               05 WKS-TXL-MODO PIC X(01).
                   88 TXL-RETRANSMISION VALUE "R".
               05 FILLER PIC X(01).
               05 WKS-TXL-FORMATO PIC X(01).
                   88 TXL-NORMAL VALUE "N".
                   88 TXL-ENTRELAZADO VALUE "I".
                   88 TXL-EMPAQUETADO VALUE "K".
               05 FILLER PIC X(01).
               05 WKS-TXL-REG-DATOS PIC 9(05).
               05 FILLER PIC X(01).
               05 WKS-TXL-REG-CONTROL PIC 9(03).
               05 FILLER PIC X(01).
               05 WKS-TXL-BYTES-DATOS PIC 9(09).
               05 FILLER PIC X(01).
               05 WKS-TXL-BYTES-CONTROL PIC 9(07).
               05 FILLER PIC X(01).
               05 WKS-TXL-BYTES-ANTERIOR PIC 9(09).
               05 FILLER PIC X(06).

      *    VARIABLES PARA LA FACTURACION MENSUAL POR CANAL Y LA
      *    CONCILIACION CONTRA LA FACTURA DE LA PORTADORA. LA TARIFA
      *    DE CADA CANAL (PRECIO POR MIL BYTES Y CARGO FIJO MENSUAL)
      *    ESTA EN HAMTARIFA; LA FACTURA SE CARGA A MANO EN HAMCARGO
      *    CON UNA LINEA POR CANAL Y PERIODO. UNA DIFERENCIA SE
      *    RECLAMA SI SUPERA EL PORCENTAJE DE TOLERANCIA SOBRE LO
      *    NUESTRO (Y, EN IMPORTE, TAMBIEN EL MINIMO ABSOLUTO).
           77 WKS-FS-TARIFA PIC X(02).
           77 WKS-FS-CARGO PIC X(02).
           77 WKS-SW-FIN-FAC PIC X.
               88 FIN-FAC VALUE "S".
           77 WKS-SW-FAC-TARIFA PIC X.
               88 FAC-CON-TARIFA VALUE "S".
           77 WKS-FAC-PERIODO PIC X(06) VALUE SPACES.
           77 WKS-FAC-ANIO PIC 9(04).
           77 WKS-FAC-MES PIC 9(02).
           77 WKS-FAC-LISTA PIC X(10) VALUE SPACES.
           77 WKS-FAC-CANAL-ORIGEN PIC X(01).
           77 WKS-FAC-I PIC 9(02).
           77 WKS-FAC-PAGINA PIC 9(03).
           77 WKS-FAC-SIN-TARIFA PIC 9(02).
           77 WKS-FAC-PRECIO PIC 9(03)V9(04).
           77 WKS-FAC-CARGO-FIJO PIC 9(07)V99.
           77 WKS-FAC-LOTES-PRIMERA PIC 9(05).
           77 WKS-FAC-LOTES-RETRANS PIC 9(05).
           77 WKS-FAC-LOTES-EMPAQ PIC 9(05).
           77 WKS-FAC-LOTES-ENTREL PIC 9(05).
           77 WKS-FAC-BYTES-PRIMERA PIC S9(11).
           77 WKS-FAC-BYTES-RETRANS PIC S9(11).
           77 WKS-FAC-BYTES-CONTROL PIC S9(11).
           77 WKS-FAC-BYTES-AHORRO PIC S9(11).
           77 WKS-FAC-BYTES-TOTAL PIC S9(11).
           77 WKS-FAC-COSTO-PRIMERA PIC S9(09)V99.
           77 WKS-FAC-COSTO-RETRANS PIC S9(09)V99.
           77 WKS-FAC-COSTO-CONTROL PIC S9(09)V99.
           77 WKS-FAC-COSTO-AHORRO PIC S9(09)V99.
           77 WKS-FAC-COSTO-TOTAL PIC S9(09)V99.
           77 WKS-FAC-TOT-BYTES-PRIMERA PIC S9(11).
           77 WKS-FAC-TOT-BYTES-RETRANS PIC S9(11).
           77 WKS-FAC-TOT-BYTES-CONTROL PIC S9(11).
           77 WKS-FAC-TOT-BYTES-AHORRO PIC S9(11).
           77 WKS-FAC-TOT-COSTO-PRIMERA PIC S9(09)V99.
           77 WKS-FAC-TOT-COSTO-RETRANS PIC S9(09)V99.
           77 WKS-FAC-TOT-COSTO-CONTROL PIC S9(09)V99.
           77 WKS-FAC-TOT-CARGO-FIJO PIC S9(09)V99.
           77 WKS-FAC-TOT-COSTO-AHORRO PIC S9(09)V99.
           77 WKS-FAC-TOT-COSTO-TOTAL PIC S9(09)V99.
           77 WKS-FAC-BYTES-ED PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           77 WKS-FAC-IMPORTE-ED PIC -ZZZ,ZZZ,ZZ9.99.
           77 WKS-FAC-PRECIO-ED PIC ZZ9.9999.
           77 WKS-FAC-CONCEPTO PIC X(22).
           77 WKS-FAC-LOTES-LINEA PIC 9(05).
           77 WKS-FAC-TOL-PCT PIC 9(02)V99 VALUE 1.00.
           77 WKS-FAC-TOL-IMPORTE PIC 9(05)V99 VALUE 10.00.
           77 WKS-FAC-DIF-BYTES PIC S9(12).
           77 WKS-FAC-DIF-IMPORTE PIC S9(09)V99.
           77 WKS-FAC-LIMITE-BYTES PIC S9(12)V99.
           77 WKS-FAC-LIMITE-IMPORTE PIC S9(09)V99.
           77 WKS-FAC-CONT-CARGOS PIC 9(05).
           77 WKS-FAC-CONT-RECLAMOS PIC 9(05).
           77 WKS-FAC-CONT-INVALIDOS PIC 9(05).
           77 WKS-FAC-NIVEL PIC 9(01).
           77 WKS-FAC-PCT-ED PIC Z9.99.
           77 WKS-FAC-DESCRIPCION PIC X(40).
           01 WKS-LINEA-FAC PIC X(80).
      *    LINEA DE TARIFA: T EN LA COLUMNA 1, CANAL EN LA 3 (BLANCO
      *    = ARCHIVOS SIN SUFIJO), PRECIO POR MIL BYTES CON 4
      *    DECIMALES EN 5-11, CARGO FIJO MENSUAL CON 2 DECIMALES EN
      *    13-21, DESCRIPCION EN 23-62
           01 WKS-LINEA-TARIFA.
               05 WKS-TAR-TIPO PIC X(01).
               05 FILLER PIC X(01).
               05 WKS-TAR-CANAL PIC X(01).
               05 FILLER PIC X(01).
               05 WKS-TAR-PRECIO PIC 9(03)V9(04).
               05 FILLER PIC X(01).
               05 WKS-TAR-CARGO-FIJO PIC 9(07)V99.
               05 FILLER PIC X(01).
               05 WKS-TAR-DESCRIPCION PIC X(40).
               05 FILLER PIC X(18).
      *    LINEA DE LA FACTURA: C EN LA COLUMNA 1, CANAL EN LA 3,
      *    PERIODO AAAAMM EN 5-10, BYTES FACTURADOS EN 12-23 E
      *    IMPORTE CON 2 DECIMALES EN 25-35
           01 WKS-LINEA-CARGO.
               05 WKS-CRG-TIPO PIC X(01).
               05 FILLER PIC X(01).
               05 WKS-CRG-CANAL PIC X(01).
               05 FILLER PIC X(01).
               05 WKS-CRG-PERIODO PIC X(06).
               05 FILLER PIC X(01).
               05 WKS-CRG-BYTES PIC 9(12).
               05 FILLER PIC X(01).
               05 WKS-CRG-IMPORTE PIC 9(09)V99.
               05 FILLER PIC X(45).

      *    VARIABLES PARA LA MEZCLA CON CLAVE DEL TEXTO. EN LOS
      *    CANALES QUE TIENEN CLAVES EN HAMKEYS, LOS 7 BITS DE CADA
      *    BLOQUE SE MEZCLAN (O EXCLUSIVO) CON UNA SERIE DE BITS QUE
      *    SALE DE LA CLAVE Y DE LA SECUENCIA DEL CODEWORD, ANTES DEL
      *    CALCULO HAMMING; EL DESCIFRADO LA DESHACE DESPUES DE LA
      *    CORRECCION. EL NUMERO DE CLAVE VIAJA EN LA CABECERA CAB.
      *    LINEA DE HAMKEYS: K EN LA COLUMNA 1, CANAL EN LA 3 (BLANCO
      *    = ARCHIVOS SIN SUFIJO), NUMERO DE CLAVE EN 5-6, VIGENTE
      *    DESDE AAAAMMDD EN 8-15, VENCE AAAAMMDD EN 17-24 (BLANCO =
      *    NO VENCE), VALOR DE LA CLAVE (9 DIGITOS) EN 26-34 Y
      *    DESCRIPCION EN 36-75. CADA CAMBIO DE CLAVE DE UN CANAL Y
      *    CADA USO O RECHAZO QUEDAN EN HAMKEYLOG.
           77 WKS-FS-CLAVES PIC X(02).
           77 WKS-FS-CLVLOG PIC X(02).
           77 WKS-SW-FIN-CLAVES PIC X.
               88 FIN-CLAVES VALUE "S".
           77 WKS-SW-CLAVES-CARGADAS PIC X VALUE "N".
               88 CLAVES-CARGADAS VALUE "S".
           77 WKS-SW-CLV-CIFRADO PIC X VALUE "N".
               88 CLV-CIFRADO-ACTIVO VALUE "S".
           77 WKS-SW-CLV-RECHAZO PIC X VALUE "N".
               88 CLV-RECHAZADA VALUE "S".
           77 WKS-SW-CLV-CANAL PIC X.
               88 CLV-CANAL-CON-CLAVES VALUE "S".
           77 WKS-SW-DEC-CLAVE PIC X VALUE "N".
               88 DEC-CON-CLAVE VALUE "S".
           77 WKS-CLV-CANT PIC 9(02) VALUE 0.
           77 WKS-CLV-I PIC 9(02).
           77 WKS-CLV-ELEGIDA PIC 9(02).
           77 WKS-CLV-HALLADA PIC 9(02).
           77 WKS-CLV-BUSCADA PIC X(02).
           77 WKS-CLV-K PIC 9(01).
           77 WKS-CLV-NUM-ANTERIOR PIC X(02).
           77 WKS-CLV-SEMILLA PIC 9(09).
           77 WKS-CLV-SEQ PIC 9(05).
           77 WKS-CLV-ESTADO PIC 9(10).
           77 WKS-CLV-PRODUCTO PIC 9(15).
           77 WKS-CLV-COCIENTE PIC 9(15).
           77 WKS-CLV-BIT PIC 9(01).
           77 WKS-CLV-MODULO PIC 9(10) VALUE 2147483647.
           77 WKS-CLV-MULTIPLICADOR PIC 9(05) VALUE 16807.
           77 WKS-CLV-PASO-SEQ PIC 9(05) VALUE 40503.
           77 WKS-CONT-LOTES-SIN-CLAVE PIC 9(03) VALUE 0.
           01 WKS-TABLA-CLAVES.
               05 WKS-CLV OCCURS 50 TIMES.
                   10 WKS-CLV-CANAL PIC X(01).
                   10 WKS-CLV-NUMERO PIC X(02).
                   10 WKS-CLV-DESDE PIC 9(08).
                   10 WKS-CLV-VENCE PIC 9(08).
                   10 WKS-CLV-VALOR PIC 9(09).
           01 WKS-LINEA-CLAVE.
               05 WKS-LCLV-TIPO PIC X(01).
               05 FILLER PIC X(01).
               05 WKS-LCLV-CANAL PIC X(01).
               05 FILLER PIC X(01).
               05 WKS-LCLV-NUMERO PIC X(02).
               05 FILLER PIC X(01).
               05 WKS-LCLV-DESDE PIC X(08).
               05 FILLER PIC X(01).
               05 WKS-LCLV-VENCE PIC X(08).
               05 FILLER PIC X(01).
               05 WKS-LCLV-VALOR PIC X(09).
               05 FILLER PIC X(01).
               05 WKS-LCLV-DESCRIPCION PIC X(40).
               05 FILLER PIC X(05).
           01 WKS-LINEA-CLVLOG.
               05 WKS-CLOG-FECHA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-CLOG-HORA PIC 9(06).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-CLOG-TIPO PIC X(10).
                   88 CLOG-CIFRADO VALUE "CIFRADO".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-CLOG-CANAL PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-CLOG-CLAVE PIC X(02).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-CLOG-LOTE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-CLOG-ANTERIOR PIC X(02).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-CLOG-MOTIVO PIC X(30).
               05 FILLER PIC X(06) VALUE SPACES.

      *    VARIABLES PARA EL MANTENIMIENTO MANUAL DEL MAESTRO. EL
      *    OPERADOR CONSULTA UN LOTE (CONTEO POR ESTADO), RECORRE EL
      *    MAESTRO POR LOTE Y SECUENCIA Y CAMBIA A MANO EL ESTADO DE
      *    UN REGISTRO. TODO CAMBIO EXIGE LA IDENTIFICACION DEL
      *    OPERADOR Y UN CODIGO DE MOTIVO DE LA TABLA Y QUEDA EN EL
      *    REGISTRO DE MANTENIMIENTO HAMMNTLOG CON EL ESTADO ANTERIOR
      *    Y EL NUEVO, PARA QUE AUDITORIA SEPA QUIEN CERRO QUE.
           77 WKS-FS-MANTLOG PIC X(02).
           77 WKS-MANT-OPCION PIC X(01).
           77 WKS-MANT-SEGUIR PIC X(01).
           77 WKS-MANT-CONFIRMA PIC X(01).
           77 WKS-MANT-LOTE PIC X(08).
           77 WKS-MANT-SEQ PIC 9(05).
           77 WKS-MANT-OPERADOR PIC X(08).
           77 WKS-MANT-MOTIVO PIC X(02).
           77 WKS-MANT-ESTADO-ANT PIC X(01).
           77 WKS-MANT-ESTADO-NUEVO PIC X(01).
               88 MANT-ESTADO-VALIDO VALUE "T" "Q" "R" "A" "N" "P"
                   "B".
           77 WKS-MANT-ESTADO-CAT PIC X(01).
               88 MANT-CAT-EN-CUARENTENA VALUE "C" "Q" "X".
           77 WKS-MANT-LINEAS PIC 9(03).
           77 WKS-MANT-PAGINA PIC 9(03) VALUE 15.
           77 WKS-MANT-I PIC 9(02).
           77 WKS-FLAG-MANT-REGISTRO PIC X.
               88 MANT-REGISTRO-HALLADO VALUE "S".
           77 WKS-FLAG-MANT-MOTIVO PIC X.
               88 MANT-MOTIVO-VALIDO VALUE "S".
           77 WKS-CONT-MANT-CAMBIOS PIC 9(05) VALUE 0.
           01 WKS-MANT-CONTEOS.
               05 WKS-MANT-CANT-TOTAL PIC 9(05).
               05 WKS-MANT-CANT-T PIC 9(05).
               05 WKS-MANT-CANT-Q PIC 9(05).
               05 WKS-MANT-CANT-R PIC 9(05).
               05 WKS-MANT-CANT-A PIC 9(05).
               05 WKS-MANT-CANT-N PIC 9(05).
               05 WKS-MANT-CANT-P PIC 9(05).
               05 WKS-MANT-CANT-B PIC 9(05).
               05 WKS-MANT-CANT-OTRO PIC 9(05).
           01 WKS-TABLA-MOTIVOS-MANT.
               05 FILLER PIC X(42) VALUE
                   "01EL DESTINO NO REENVIARA - ABANDONO      ".
               05 FILLER PIC X(42) VALUE
                   "02REGISTRO MAL DIGITADO EN ORIGEN         ".
               05 FILLER PIC X(42) VALUE
                   "03RESUELTO FUERA DE LINEA CON EL DESTINO  ".
               05 FILLER PIC X(42) VALUE
                   "04AJUSTE PEDIDO POR AUDITORIA             ".
               05 FILLER PIC X(42) VALUE
                   "05REVERSION DE UN CAMBIO MANUAL ANTERIOR  ".
           01 WKS-TABLA-MOTIVOS-MANT-R
                   REDEFINES WKS-TABLA-MOTIVOS-MANT.
               05 WKS-MOT OCCURS 5 TIMES.
                   10 WKS-MOT-CODIGO PIC X(02).
                   10 WKS-MOT-TEXTO PIC X(40).
           01 WKS-LINEA-MANTLOG.
               05 WKS-MLOG-FECHA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-HORA PIC 9(06).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-OPERADOR PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-MOTIVO PIC X(02).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-LOTE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-SEQ PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-ESTADO-ANT PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-ESTADO-NUEVO PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-MLOG-CODIGO PIC X(33).

      *    VARIABLES PARA EL GENERADOR DE ERRORES DE CERTIFICACION Y
      *    SU VERIFICACION CONTRA LA CLAVE DE RESPUESTAS
           77 WKS-OPCION-GEN PIC X VALUE SPACE.
                   10 WKS-INV-E-ESTADO PIC X(01).
                   10 WKS-INV-E-CANT PIC 9(07).

      *    VARIABLES PARA EL CATALOGO DE LOTES. LA IDENTIDAD VIEJA
      *    AAMMDD + HORA DEJABA DOS LOTES CIFRADOS EN LA MISMA HORA
      *    BAJO LAS MISMAS CLAVES DEL MAESTRO, MEZCLADOS EN LA
      *    AUDITORIA, EL HISTORIAL Y LA SALIDA CORREGIDA. EL
      *    CATALOGO INDEXADO HAMCATLG ASIGNA A CADA LOTE QUE SALE UN
      *    LOTE-ID UNICO: AAMMDD MAS UN CORRELATIVO DEL DIA EN BASE
      *    36 (DE 01 A ZZ, 1295 LOTES POR DIA), Y LLEVA EL ESTADO DE
      *    CADA LOTE A LO LARGO DE SU VIDA. EL AAMMDD SIGUE AL
      *    FRENTE DEL LOTE-ID PORQUE EL ENVEJECIMIENTO DE CUARENTENA
      *    Y LA DEPURACION FECHAN EL MAESTRO CON EL.
           77 WKS-FS-CATALOGO PIC X(02).
           77 WKS-SW-FIN-CATALOGO PIC X.
               88 FIN-CATALOGO VALUE "S".
           77 WKS-FLAG-CAT-LIBRE PIC X.
               88 CAT-LIBRE VALUE "S".
           77 WKS-FLAG-CAT-NUEVO PIC X.
               88 CAT-NUEVO VALUE "S".
           77 WKS-CAT-BASE36 PIC X(36)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 WKS-CAT-CORRELATIVO PIC 9(04).
           77 WKS-CAT-DIGITO-1 PIC 9(02).
           77 WKS-CAT-DIGITO-2 PIC 9(02).
      *    PARAMETROS DE REGISTRAR-ESTADO-CATALOGO
           77 WKS-CATP-LOTE PIC X(08).
           77 WKS-CATP-ESTADO PIC X(01).
           77 WKS-CATP-MODO PIC X(01).
           77 WKS-CATP-ORIGEN PIC X(08) VALUE SPACES.
           77 WKS-CATP-CODEWORDS PIC 9(05) VALUE 0.
           77 WKS-CATP-CORREGIDOS PIC 9(05) VALUE 0.
           77 WKS-CATP-Q PIC 9(05) VALUE 0.
           77 WKS-CATP-EXTENSION PIC X(08) VALUE SPACES.
      *    LOTE ORIGINAL DE UNA RETRANSMISION Y SU FECHA DE ALTA,
      *    SEGUN EL CATALOGO
           77 WKS-RTX-LOTE-ORIGEN PIC X(08) VALUE SPACES.
           77 WKS-RTX-FECHA-ORIGEN PIC X(08) VALUE SPACES.
      *    LISTADO DEL CATALOGO
           77 WKS-CAT-DESDE PIC X(08) VALUE SPACES.
           77 WKS-CAT-DESDE-NUM PIC 9(08).
           77 WKS-CAT-DESC PIC X(18).
           77 WKS-CAT-LISTADOS PIC 9(05).
           77 WKS-CATE-I PIC 9(02).
           01 WKS-LINEA-CATREP PIC X(80).
           01 WKS-CAT-ESTADOS-DEF.
               05 FILLER PIC X(19) VALUE "ECIFRADO".
               05 FILLER PIC X(19) VALUE "IENTRELAZADO".
               05 FILLER PIC X(19) VALUE "KEMPAQUETADO".
               05 FILLER PIC X(19) VALUE "VRECIBIDO".
               05 FILLER PIC X(19) VALUE "CCORREGIDO".
               05 FILLER PIC X(19) VALUE "QCUARENTENA ABIERTA".
               05 FILLER PIC X(19) VALUE "DDESCIFRADO".
               05 FILLER PIC X(19) VALUE "XCERRADO".
           01 WKS-CAT-ESTADOS-R REDEFINES WKS-CAT-ESTADOS-DEF.
               05 WKS-CATE OCCURS 8 TIMES.
                   10 WKS-CATE-LETRA PIC X(01).
                   10 WKS-CATE-DESC PIC X(18).
           01 WKS-CAT-CUENTAS.
               05 WKS-CATE-CANT PIC 9(05) OCCURS 8 TIMES.

      *    VARIABLES PARA LA DECODIFICACION DE UN MENSAJE CIFRADO
           77 WKS-SW-FIN-DEC-ENTRADA PIC X VALUE "N".
               88 FIN-DEC-ENTRADA VALUE "S".
           01 WKS-DEC-BUFFER-MSG.
               05 WKS-DEC-BUFFER-BITS PIC 9 OCCURS 14 TIMES.
           01 WKS-DEC-LINEA PIC X(80).
           77 WKS-DEC-LOTE PIC X(08) VALUE SPACES.
      *    VERIFICACION DEL VALOR DE CONTROL DE LINEA: EN UN LOTE DE
      *    FORMATO C LOS CODIGOS DE CADA LINEA SE RETIENEN HASTA SU
      *    FIN DE REGISTRO Y SOLO SALEN COMO TEXTO SI EL CONTROL
      *    CIERRA; SI NO, LA LINEA VA A HAMDECEXC CON SU LOTE Y SU
      *    RANGO DE SECUENCIAS Y EN LA SALIDA QUEDA UNA MARCA EN SU
      *    LUGAR. UN CODEWORD QUE FALTA (CUARENTENA, HUECO DE LINEA)
      *    SE RELLENA CON CEROS PARA NO CORRER EL RESTO DEL FLUJO, Y
      *    UNO REPETIDO O FUERA DE ORDEN SE DESCARTA.
           77 WKS-SW-DEC-CONTROL PIC X VALUE "N".
               88 DEC-CON-CONTROL VALUE "S".
      *    UN LOTE DE TEXTO CIFRADO CON OTRA VERSION (O SUMA) DE LA
      *    TABLA DE CODIGOS NO SE DESCIFRA: SUS CODEWORDS SE SALTAN
      *    Y EL JOB TERMINA CON CODIGO DE RETORNO 16
           77 WKS-SW-DEC-LOTE-RECHAZADO PIC X VALUE "N".
               88 DEC-LOTE-RECHAZADO VALUE "S".
           77 WKS-CONT-LOTES-TABLA-DISTINTA PIC 9(03) VALUE 0.
           77 WKS-FLAG-DEC-SALTAR PIC X VALUE "N".
               88 DEC-SALTAR VALUE "S".
           77 WKS-DEC-CANT-COD PIC 9(03) VALUE 0.
           77 WKS-DEC-K PIC 9(03).
           77 WKS-DEC-SEQ-ACTUAL PIC 9(05) VALUE 0.
           77 WKS-DEC-SEQ-ANTERIOR PIC 9(05) VALUE 0.
           77 WKS-DEC-SEQ-INICIO PIC 9(05) VALUE 0.
           77 WKS-DEC-HUECO PIC 9(05).
           77 WKS-DEC-NUM-LINEA PIC 9(05) VALUE 0.
           77 WKS-DEC-MOTIVO PIC X(30).
           77 WKS-CONT-LINEAS-VERIFICADAS PIC 9(05) VALUE 0.
           77 WKS-CONT-LINEAS-FALLIDAS PIC 9(05) VALUE 0.
           01 WKS-DEC-TABLA-COD.
               05 WKS-DEC-COD PIC 9(03) OCCURS 82 TIMES.
           01 WKS-LINEA-DECEXC PIC X(80).
      *    DISTRIBUCION DE LOS MENSAJES DIRIGIDOS. UNA LINEA
      *    VERIFICADA "#MSG" ABRE EL ARCHIVO DE SALIDA DE SU DESTINO
      *    (HAMDEC + CANAL + DESTINO: LA PRIMERA VEZ EN LA CORRIDA SE
      *    CREA, DESPUES SE EXTIENDE) Y EL CUERPO VA ALLI EN VEZ DE
      *    HAMDECOUT; LA COLA "#FIN" LO CIERRA. CADA MENSAJE DEJA UNA
      *    LINEA EN HAMDIST CON SU IDENTIFICADOR, DESTINO, LINEAS Y SI
      *    LLEGO COMPLETO: CON COLA, SIN LINEAS DESCARTADAS Y CON LA
      *    CANTIDAD DE LINEAS QUE DECLARA LA COLA. LAS CABECERAS Y
      *    COLAS SOLO SE RECONOCEN EN LINEAS CON CONTROL CORRECTO.
           77 WKS-FS-DEST-SALIDA PIC X(02).
           77 WKS-FS-DIST PIC X(02).
           77 WKS-ARCH-DEST-SALIDA PIC X(20).
           77 WKS-SW-DEC-MENSAJE PIC X VALUE "N".
               88 DEC-EN-MENSAJE VALUE "S".
           77 WKS-SW-DECM-SALIDA PIC X VALUE "N".
               88 DECM-SALIDA-ABIERTA VALUE "S".
           77 WKS-SW-DECM-COLA PIC X VALUE "N".
               88 DECM-CON-COLA VALUE "S".
           77 WKS-SW-DIST-ABIERTO PIC X VALUE "N".
               88 DIST-ABIERTO VALUE "S".
           77 WKS-FLAG-DSAL-HALLADO PIC X.
               88 DSAL-HALLADO VALUE "S".
           77 WKS-DECM-DESTINO PIC X(04).
           77 WKS-DECM-ID PIC X(12).
           77 WKS-DECM-LINEAS PIC 9(05).
           77 WKS-DECM-FALLIDAS PIC 9(05).
           77 WKS-DECM-DECLARADAS PIC 9(05).
           77 WKS-CONT-MSG-COMPLETOS PIC 9(05) VALUE 0.
           77 WKS-CONT-MSG-INCOMPLETOS PIC 9(05) VALUE 0.
           77 WKS-DSAL-CANT PIC 9(03) VALUE 0.
           77 WKS-DSAL-I PIC 9(03).
           01 WKS-TABLA-DEST-ABIERTOS.
               05 WKS-DSAL-DESTINO PIC X(04) OCCURS 200 TIMES.
           01 WKS-LINEA-DIST.
               05 WKS-DIST-FECHA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-LOTE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-ID PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-DESTINO PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-LINEAS PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-DECLARADAS PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-FALLIDAS PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-ESTADO PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WKS-DIST-MOTIVO PIC X(15).

      *    VARIABLES PARA EL MODO DESATENDIDO (PARM DE JOB POR LOTES)
           77 WKS-PARM-ENTRADA PIC X(20).
               DISPLAY "17.-Perfil de errores por posicion de bit"
               DISPLAY "18.-Depuracion y archivo (fecha de corte)"
               DISPLAY "19.-Salir"
               DISPLAY "20.-Listado del catalogo de lotes"
               DISPLAY "21.-Verificacion de la tabla de codigos"
               DISPLAY "22.-Procesar acuse de recibo (ACK/NAK)"
               DISPLAY "23.-Consulta y mantenimiento del maestro"
               DISPLAY "24.-Plan de modo y profundidad del canal"
               DISPLAY "25.-Hoja de control matutina de operaciones"
               DISPLAY "26.-Facturacion mensual de linea por canal"
               DISPLAY "27.-Conciliacion de la factura de la portadora"
               ACCEPT WKS-opcion
               EVALUATE TRUE
                   WHEN WKS-opcion = 1
                           "LO ANTERIOR): "
                       ACCEPT WKS-DEP-CORTE
                       PERFORM EJECUTAR-DEPURACION
                   WHEN WKS-opcion = 20
                       DISPLAY "FECHA DESDE (AAAAMMDD, BLANCO = "
                           "DESDE AYER): "
                       ACCEPT WKS-CAT-DESDE
                       PERFORM LISTAR-CATALOGO-LOTES
                   WHEN WKS-opcion = 21
                       PERFORM VERIFICAR-TABLA-CODIGOS
                   WHEN WKS-opcion = 22
                       PERFORM PROCESAR-ACUSE-RECIBO
                   WHEN WKS-opcion = 23
                       PERFORM MANTENER-MAESTRO
                   WHEN WKS-opcion = 24
                       DISPLAY "DIAS DE HISTORIA A CONSIDERAR (000 = "
                           "30): "
                       ACCEPT WKS-PLAN-DIAS
                       PERFORM PLANIFICAR-MODO-CANAL
                   WHEN WKS-opcion = 25
                       DISPLAY "FECHA DESDE (AAAAMMDD, BLANCO = "
                           "DESDE AYER): "
                       ACCEPT WKS-CTRL-DESDE
                       DISPLAY "CANALES (HASTA 10, * = SIN SUFIJO, "
                           "BLANCO = EL ACTUAL): "
                       ACCEPT WKS-CTRL-LISTA
                       PERFORM GENERAR-HOJA-CONTROL
                   WHEN WKS-opcion = 26
                       DISPLAY "PERIODO (AAAAMM, BLANCO = MES "
                           "ANTERIOR): "
                       ACCEPT WKS-FAC-PERIODO
                       DISPLAY "CANALES (HASTA 10, * = SIN SUFIJO, "
                           "BLANCO = EL ACTUAL): "
                       ACCEPT WKS-FAC-LISTA
                       PERFORM GENERAR-FACTURACION-MENSUAL
                   WHEN WKS-opcion = 27
                       PERFORM CONCILIAR-FACTURA-PORTADORA
                   WHEN WKS-opcion = 19
                       DISPLAY "adios"
                   WHEN OTHER
      *    LAS DOS LINEAS CORREN EN LA MISMA VENTANA SIN RENOMBRAR
      *    ARCHIVOS NI PISARSE EL HISTORIAL
               PERFORM VARYING WKS-CANAL-I FROM 1 BY 1
                   UNTIL WKS-CANAL-I > 51
                   PERFORM VARYING WKS-CANAL-J FROM 20 BY -1
                       UNTIL WKS-CANAL-J = 0 OR
                           WKS-NOMBRE-ARCH(WKS-CANAL-I)
               DISPLAY "CANAL " WKS-CANAL-ACTUAL ": ARCHIVOS "
                   "ENRUTADOS CON SUFIJO DE CANAL".

           QUITAR-CANAL-DE-ARCHIVOS.
      *    DESHACE APLICAR-CANAL-A-ARCHIVOS: BORRA EL SUFIJO DEL
      *    CANAL EN CURSO PARA PODER ENRUTAR A OTRO CANAL EN LA
      *    MISMA EJECUCION
               PERFORM VARYING WKS-CANAL-I FROM 1 BY 1
                   UNTIL WKS-CANAL-I > 51
                   PERFORM VARYING WKS-CANAL-J FROM 20 BY -1
                       UNTIL WKS-CANAL-J = 0 OR
                           WKS-NOMBRE-ARCH(WKS-CANAL-I)
                               (WKS-CANAL-J:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   IF WKS-CANAL-J > 0 THEN
                       IF WKS-NOMBRE-ARCH(WKS-CANAL-I)(WKS-CANAL-J:1)
                               = WKS-CANAL-ACTUAL THEN
                           MOVE SPACE TO
                               WKS-NOMBRE-ARCH(WKS-CANAL-I)
                                   (WKS-CANAL-J:1)
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE SPACE TO WKS-CANAL-ACTUAL.

           EJECUTAR-MODO-DESATENDIDO.
      *    MODO POR LOTES SIN OPERADOR: EL PARM DEL JOB SELECCIONA
      *    DIRECTAMENTE LA OPCION A EJECUTAR, SIN PASAR POR EL MENU.
                               TO WKS-REC-SEQ-HASTA
                       END-IF
                       PERFORM RECUPERAR-DEL-MAESTRO
      *    OPCION L: LISTADO DEL CATALOGO DE LOTES. POSICIONES 2-9
      *    FECHA DESDE AAAAMMDD (EN BLANCO = DESDE AYER): SE LISTAN
      *    LOS LOTES DADOS DE ALTA O MOVIDOS DESDE ESA FECHA
                   WHEN "L"
                       MOVE WKS-PARM-ENTRADA(2:8) TO WKS-CAT-DESDE
                       PERFORM LISTAR-CATALOGO-LOTES
      *    OPCION T: VERIFICACION DE LA TABLA DE CODIGOS HAMTABLE,
      *    LISTADO EN HAMTABREP; CODIGO DE RETORNO 8 SI HAY
      *    VIOLACIONES
                   WHEN "T"
                       PERFORM VERIFICAR-TABLA-CODIGOS
      *    OPCION A: PROCESO DEL ACUSE DE RECIBO HAMACKIN DEVUELTO
      *    POR EL DESTINO; CORTA SOLO LA RETRANSMISION EN HAMRETR
                   WHEN "A"
                       PERFORM PROCESAR-ACUSE-RECIBO
      *    OPCION M: PLAN DE MODO Y PROFUNDIDAD DEL CANAL SOBRE LA
      *    HISTORIA. POSICIONES 2-4 DIAS DE VENTANA (OMITIDO = 30);
      *    DEJA LA RECOMENDACION EN HAMPLNCTL
                   WHEN "M"
                       IF WKS-PARM-ENTRADA(2:3) IS NUMERIC THEN
                           MOVE WKS-PARM-ENTRADA(2:3) TO WKS-PLAN-DIAS
                       END-IF
                       PERFORM PLANIFICAR-MODO-CANAL
      *    OPCION N: CIFRADO NOCTURNO CON EL MODO Y LA PROFUNDIDAD
      *    QUE RECOMIENDA HAMPLNCTL EN VEZ DE FIJARLOS EN EL PARM
                   WHEN "N"
                       PERFORM EJECUTAR-CIFRADO-PLANIFICADO
      *    OPCION C: HOJA DE CONTROL MATUTINA EN HAMCTRL. POSICIONES
      *    2-9 FECHA DESDE AAAAMMDD (EN BLANCO = DESDE AYER), 10-19
      *    LISTA DE CANALES (* = ARCHIVOS SIN SUFIJO); CODIGO DE
      *    RETORNO 0 VERDE, 4 AMBAR, 8 ROJO
                   WHEN "C"
                       MOVE WKS-PARM-ENTRADA(2:8) TO WKS-CTRL-DESDE
                       MOVE WKS-PARM-ENTRADA(10:10) TO WKS-CTRL-LISTA
                       PERFORM GENERAR-HOJA-CONTROL
      *    OPCION F: FACTURACION MENSUAL DE LINEA EN HAMFACTURA.
      *    POSICIONES 2-7 PERIODO AAAAMM (EN BLANCO = MES ANTERIOR),
      *    10-19 LISTA DE CANALES (* = ARCHIVOS SIN SUFIJO); CODIGO
      *    DE RETORNO 4 SI ALGUN CANAL NO TIENE TARIFA
                   WHEN "F"
                       MOVE WKS-PARM-ENTRADA(2:6) TO WKS-FAC-PERIODO
                       MOVE WKS-PARM-ENTRADA(10:10) TO WKS-FAC-LISTA
                       PERFORM GENERAR-FACTURACION-MENSUAL
      *    OPCION I: CONCILIACION DE LA FACTURA DE LA PORTADORA
      *    (HAMCARGO) CONTRA LO CALCULADO; DIFERENCIAS A RECLAMAR EN
      *    HAMFACREC CON CODIGO DE RETORNO 4
                   WHEN "I"
                       PERFORM CONCILIAR-FACTURA-PORTADORA
                   WHEN OTHER
                       DISPLAY "PARM NO VALIDO: " WKS-PARM-ENTRADA
               END-EVALUATE.
               CLOSE HAM-ENTRADA-FILE.
               CLOSE HAM-SALIDA-FILE.
               CLOSE HAM-EXCEPCIONES-FILE.
               PERFORM CATALOGAR-LOTE-CIFRADO.
               PERFORM ANOTAR-LOTE-TRANSMITIDO.

           CREAR-HAMMING-MENSAJE.
      *    EL CIFRADO DE TEXTO EXIGE LA TABLA DE CODIGOS: SIN ELLA EL
      *    NO SOBREVIVIRIA EL SALTO DE PLATAFORMA
               PERFORM CARGAR-TABLA-CODIGOS.
               IF TABLA-CARGADA THEN
                   PERFORM SELECCIONAR-CLAVE-CIFRADO
      *    UN CANAL CON CLAVES NO SACA TEXTO LEGIBLE A LA LINEA: SI
      *    NINGUNA ESTA VIGENTE NO SE CIFRA
                   IF CLV-RECHAZADA THEN
                       DISPLAY "CANAL " WKS-CANAL-ACTUAL " SIN CLAVE "
                           "VIGENTE EN HAMKEYS - NO SE CIFRA"
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM CIFRAR-MENSAJE-DE-TEXTO
                   END-IF
               ELSE
                   DISPLAY "SIN TABLA DE CODIGOS NO SE PUEDE CIFRAR"
                   MOVE 8 TO RETURN-CODE
               MOVE "N" TO WKS-SW-FIN-MSG-ENTRADA.
               MOVE 0 TO WKS-CONT-EXCEPCIONES-TABLA.
               MOVE 0 TO WKS-BITS-PENDIENTES.
               MOVE 0 TO WKS-CONT-MSG-DIRIGIDOS.
               MOVE 0 TO WKS-CONT-MSG-RECHAZADOS.
               MOVE 0 TO WKS-CONT-LINEAS-RESERVADAS.
               MOVE "L" TO WKS-SW-MSGD-ESTADO.
               PERFORM CARGAR-TABLA-DESTINOS.
               OPEN INPUT HAM-MSG-ENTRADA-FILE.
               OPEN OUTPUT HAM-MSG-SALIDA-FILE.
               OPEN OUTPUT HAM-MSGEXC-FILE.

               PERFORM ABRIR-MAESTRO.
               MOVE "3" TO WKS-MODO-LOTE.
               PERFORM ARMAR-CABECERA-LOTE.
               MOVE "C" TO WKS-CAB-FORMATO.
               MOVE WKS-TABLA-VERSION TO WKS-CAB-TABLA-VERSION.
               MOVE WKS-TABLA-SUMA TO WKS-CAB-TABLA-SUMA.
               IF CLV-CIFRADO-ACTIVO THEN
                   MOVE WKS-CLV-NUMERO(WKS-CLV-ELEGIDA)
                       TO WKS-CAB-CLAVE-NUM
               END-IF.
               MOVE WKS-REG-CABECERA TO WKS-REG-MSG-SALIDA.
               WRITE WKS-REG-MSG-SALIDA.

               PERFORM LEER-REGISTRO-MSG-ENTRADA.
               PERFORM UNTIL FIN-MSG-ENTRADA
                   PERFORM TOMAR-LINEA-MENSAJE
                   PERFORM LEER-REGISTRO-MSG-ENTRADA
               END-PERFORM.
               IF MSGD-ABIERTO THEN
                   PERFORM CERRAR-MENSAJE-DIRIGIDO
               END-IF.

      *    SI QUEDAN BITS SOBRANTES SE RELLENA CON CEROS EL ULTIMO
      *    BLOQUE EN VEZ DE DESCARTARLOS
                       MOVE WKS-BUFFER-BITS(WKS-INDICE-BLOQUE)
                           TO WS-A(WKS-INDICE-BLOQUE)
                   END-PERFORM
                   IF CLV-CIFRADO-ACTIVO THEN
                       COMPUTE WKS-CLV-SEQ = WKS-CONT-GRABADOS + 1
                       PERFORM MEZCLAR-BLOQUE-CON-CLAVE
                   END-IF
                   PERFORM CALCULAR-HAMMING-733
                   ADD 1 TO WKS-CONT-GRABADOS
                   PERFORM ARMAR-REGISTRO-DATO-LOTE
               CLOSE HAM-MAESTRO-FILE.
               CLOSE HAM-MSG-ENTRADA-FILE.
               CLOSE HAM-MSG-SALIDA-FILE.
               CLOSE HAM-MSGEXC-FILE.
               PERFORM CATALOGAR-LOTE-CIFRADO.
               PERFORM ANOTAR-LOTE-TRANSMITIDO.
               IF CLV-CIFRADO-ACTIVO THEN
                   MOVE "CIFRADO" TO WKS-CLOG-TIPO
                   MOVE WKS-CLV-NUMERO(WKS-CLV-ELEGIDA)
                       TO WKS-CLOG-CLAVE
                   MOVE WKS-LOTE-ID TO WKS-CLOG-LOTE
                   MOVE SPACES TO WKS-CLOG-ANTERIOR
                   MOVE SPACES TO WKS-CLOG-MOTIVO
                   PERFORM GRABAR-MOVIMIENTO-CLAVE
                   DISPLAY "TEXTO MEZCLADO CON LA CLAVE "
                       WKS-CLV-NUMERO(WKS-CLV-ELEGIDA)
                   MOVE "N" TO WKS-SW-CLV-CIFRADO
               END-IF.
               IF WKS-CONT-EXCEPCIONES-TABLA > 0 THEN
                   DISPLAY "CARACTERES FUERA DE TABLA SUSTITUIDOS: "
                       WKS-CONT-EXCEPCIONES-TABLA
               END-IF.
               IF WKS-CONT-MSG-DIRIGIDOS > 0 OR
                       WKS-CONT-MSG-RECHAZADOS > 0 THEN
                   DISPLAY "MENSAJES DIRIGIDOS CIFRADOS.....: "
                       WKS-CONT-MSG-DIRIGIDOS
                   DISPLAY "MENSAJES RECHAZADOS A HAMMSGEXC.: "
                       WKS-CONT-MSG-RECHAZADOS
               END-IF.
               IF WKS-CONT-LINEAS-RESERVADAS > 0 THEN
                   DISPLAY "LINEAS #FIN DESVIADAS A HAMMSGEXC: "
                       WKS-CONT-LINEAS-RESERVADAS
               END-IF.
      *    UN MENSAJE RECHAZADO (O UNA LINEA DESVIADA) NO SALIO: EL
      *    JOB AVISA PARA QUE SE CORRIJA Y SE VUELVA A CIFRAR
               IF (WKS-CONT-MSG-RECHAZADOS > 0 OR
                       WKS-CONT-LINEAS-RESERVADAS > 0) AND
                       RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF.

           TOMAR-LINEA-MENSAJE.
      *    UNA CABECERA #MSG ABRE UN MENSAJE NUEVO (Y CIERRA EL
      *    ANTERIOR); LAS DEMAS LINEAS SE CIFRAN, SALVO LAS DE UN
      *    MENSAJE RECHAZADO, QUE SIGUEN A SU CABECERA A HAMMSGEXC.
      *    UNA LINEA QUE EMPIEZA CON #FIN NO SE CIFRA NUNCA: EL
      *    DESCIFRADO LA TOMARIA POR LA COLA DE UN MENSAJE Y LO
      *    CERRARIA ANTES DE TIEMPO, ASI QUE VA A HAMMSGEXC
               EVALUATE TRUE
                   WHEN WKS-REG-MSG-ENTRADA(1:5) = "#MSG "
                       PERFORM ABRIR-MENSAJE-DIRIGIDO
                   WHEN MSGD-RECHAZADO
                       MOVE WKS-REG-MSG-ENTRADA TO WKS-REG-MSGEXC
                       WRITE WKS-REG-MSGEXC
                   WHEN WKS-REG-MSG-ENTRADA(1:5) = "#FIN "
                       PERFORM DESVIAR-LINEA-RESERVADA
                   WHEN OTHER
                       PERFORM CIFRAR-LINEA-DE-TEXTO
                       IF MSGD-ABIERTO THEN
                           ADD 1 TO WKS-MSGD-LINEAS
                       END-IF
               END-EVALUATE.

           DESVIAR-LINEA-RESERVADA.
               ADD 1 TO WKS-CONT-LINEAS-RESERVADAS.
               MOVE SPACES TO WKS-REG-MSGEXC.
               IF MSGD-ABIERTO THEN
                   STRING "*** LINEA DEL MENSAJE " WKS-MSGD-ID
                       " NO CIFRADA: EMPIEZA CON #FIN"
                       DELIMITED BY SIZE INTO WKS-REG-MSGEXC
               ELSE
                   STRING "*** LINEA NO CIFRADA: EMPIEZA CON #FIN"
                       DELIMITED BY SIZE INTO WKS-REG-MSGEXC
               END-IF.
               DISPLAY WKS-REG-MSGEXC.
               WRITE WKS-REG-MSGEXC.
               MOVE WKS-REG-MSG-ENTRADA TO WKS-REG-MSGEXC.
               WRITE WKS-REG-MSGEXC.

           ABRIR-MENSAJE-DIRIGIDO.
               IF MSGD-ABIERTO THEN
                   PERFORM CERRAR-MENSAJE-DIRIGIDO
               END-IF.
               MOVE WKS-REG-MSG-ENTRADA(6:4) TO WKS-MSGD-DESTINO.
               MOVE WKS-REG-MSG-ENTRADA(11:12) TO WKS-MSGD-ID.
               MOVE 0 TO WKS-MSGD-LINEAS.
               MOVE SPACES TO WKS-MSGD-MOTIVO.
               MOVE "N" TO WKS-FLAG-DESTINO-HALLADO.
               PERFORM VARYING WKS-DEST-I FROM 1 BY 1
                   UNTIL WKS-DEST-I > WKS-DEST-CANT OR DESTINO-HALLADO
                   IF WKS-DEST-CODIGO(WKS-DEST-I) = WKS-MSGD-DESTINO
                           THEN
                       MOVE "S" TO WKS-FLAG-DESTINO-HALLADO
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN WKS-MSGD-ID = SPACES
                       MOVE "MENSAJE SIN IDENTIFICADOR"
                           TO WKS-MSGD-MOTIVO
                   WHEN NOT DESTINOS-CARGADOS
                       MOVE "SIN ARCHIVO DE DESTINOS HAMDEST"
                           TO WKS-MSGD-MOTIVO
                   WHEN WKS-MSGD-DESTINO = SPACES OR
                           NOT DESTINO-HALLADO
                       MOVE "DESTINO DESCONOCIDO" TO WKS-MSGD-MOTIVO
               END-EVALUATE.
               IF WKS-MSGD-MOTIVO NOT = SPACES THEN
                   MOVE "R" TO WKS-SW-MSGD-ESTADO
                   ADD 1 TO WKS-CONT-MSG-RECHAZADOS
                   MOVE SPACES TO WKS-REG-MSGEXC
                   STRING "*** MENSAJE " WKS-MSGD-ID " DESTINO "
                       WKS-MSGD-DESTINO " RECHAZADO: " WKS-MSGD-MOTIVO
                       DELIMITED BY SIZE INTO WKS-REG-MSGEXC
                   DISPLAY WKS-REG-MSGEXC
                   WRITE WKS-REG-MSGEXC
                   MOVE WKS-REG-MSG-ENTRADA TO WKS-REG-MSGEXC
                   WRITE WKS-REG-MSGEXC
               ELSE
                   MOVE "A" TO WKS-SW-MSGD-ESTADO
                   ADD 1 TO WKS-CONT-MSG-DIRIGIDOS
                   PERFORM CIFRAR-LINEA-DE-TEXTO
               END-IF.

           CERRAR-MENSAJE-DIRIGIDO.
      *    LA COLA SE CIFRA DESDE EL MISMO REGISTRO DE ENTRADA: LA
      *    LINEA LEIDA QUEDA RESGUARDADA Y SE REPONE DESPUES
               MOVE WKS-REG-MSG-ENTRADA TO WKS-MSGD-RESGUARDO.
               MOVE WKS-MSGD-ID TO WKS-MCOLA-ID.
               MOVE WKS-MSGD-LINEAS TO WKS-MCOLA-LINEAS.
               MOVE WKS-LINEA-MSG-COLA TO WKS-REG-MSG-ENTRADA.
               PERFORM CIFRAR-LINEA-DE-TEXTO.
               MOVE WKS-MSGD-RESGUARDO TO WKS-REG-MSG-ENTRADA.
               MOVE "L" TO WKS-SW-MSGD-ESTADO.

           CIFRAR-LINEA-DE-TEXTO.
               MOVE 80 TO WKS-MSG-LONGITUD.
               PERFORM UNTIL WKS-MSG-LONGITUD = 0
                   OR WKS-REG-MSG-ENTRADA(WKS-MSG-LONGITUD:1)
                       NOT = SPACE
                   SUBTRACT 1 FROM WKS-MSG-LONGITUD
               END-PERFORM.

               MOVE 0 TO WKS-CTL-A.
               MOVE 0 TO WKS-CTL-B.
               PERFORM VARYING WKS-MSG-INDICE FROM 1 BY 1
                   UNTIL WKS-MSG-INDICE > WKS-MSG-LONGITUD
                   PERFORM CONVERTIR-CARACTER-A-BITS
                   PERFORM EXTRAER-BLOQUES-DE-7-BITS
               END-PERFORM.
               PERFORM AGREGAR-VALOR-CONTROL-LINEA.

      *    CADA LINEA DEL MENSAJE CIERRA CON EL CODIGO RESERVADO DE
      *    FIN DE REGISTRO, ASI EL DESCIFRADO RECONSTRUYE LOS
      *    LIMITES DE LINEA ORIGINALES (UNA LINEA VACIA EMITE SOLO
      *    EL SEPARADOR)
               PERFORM AGREGAR-SEPARADOR-DE-REGISTRO.

           CARGAR-TABLA-DESTINOS.
      *    CARGA HAMDEST UNA SOLA VEZ POR EJECUCION. SIN EL ARCHIVO
      *    SE SIGUE CIFRANDO EL TEXTO SIN DESTINO, PERO NINGUN
      *    MENSAJE DIRIGIDO PUEDE VALIDARSE Y TODOS SE RECHAZAN
               IF NOT DESTINOS-CARGADOS THEN
                   MOVE 0 TO WKS-DEST-CANT
                   MOVE "N" TO WKS-SW-FIN-DESTINOS
                   OPEN INPUT HAM-DESTINOS-FILE
                   IF WKS-FS-DESTINOS NOT = "00" THEN
                       DISPLAY "AVISO: ARCHIVO DE DESTINOS HAMDEST NO "
                           "DISPONIBLE (ESTADO " WKS-FS-DESTINOS ")"
                   ELSE
                       PERFORM UNTIL FIN-DESTINOS
                           READ HAM-DESTINOS-FILE
                               AT END
                                   MOVE "S" TO WKS-SW-FIN-DESTINOS
                           END-READ
                           IF NOT FIN-DESTINOS AND
                                   WKS-REG-DESTINOS(1:1) NOT = "*" AND
                                   WKS-REG-DESTINOS(1:4) NOT = SPACES
                                   THEN
                               IF WKS-DEST-CANT < 200 THEN
                                   ADD 1 TO WKS-DEST-CANT
                                   MOVE WKS-REG-DESTINOS(1:4)
                                       TO WKS-DEST-CODIGO(WKS-DEST-CANT)
                                   MOVE WKS-REG-DESTINOS(6:40)
                                       TO WKS-DEST-NOMBRE(WKS-DEST-CANT)
                               ELSE
                                   DISPLAY "HAMDEST CON MAS DE 200 "
                                       "DESTINOS, SE IGNORA: "
                                       WKS-REG-DESTINOS(1:4)
                               END-IF
                           END-IF
                       END-PERFORM
                       CLOSE HAM-DESTINOS-FILE
                       MOVE "S" TO WKS-SW-DESTINOS-CARGADOS
                       DISPLAY "DESTINOS CARGADOS DE HAMDEST: "
                           WKS-DEST-CANT
                   END-IF
               END-IF.

           SELECCIONAR-CLAVE-CIFRADO.
      *    CLAVE CON QUE SE CIFRA EL TEXTO DEL CANAL: LA VIGENTE HOY
      *    CON LA FECHA DE VIGENCIA MAS RECIENTE. UN CANAL SIN
      *    CLAVES EN HAMKEYS CIFRA SIN MEZCLA, COMO SIEMPRE; UN CANAL
      *    CON CLAVES PERO NINGUNA VIGENTE QUEDA RECHAZADO
               MOVE "N" TO WKS-SW-CLV-CIFRADO.
               MOVE "N" TO WKS-SW-CLV-RECHAZO.
               MOVE "N" TO WKS-SW-CLV-CANAL.
               MOVE 0 TO WKS-CLV-ELEGIDA.
               PERFORM CARGAR-TABLA-CLAVES.
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               PERFORM VARYING WKS-CLV-I FROM 1 BY 1
                   UNTIL WKS-CLV-I > WKS-CLV-CANT
                   IF WKS-CLV-CANAL(WKS-CLV-I) = WKS-CANAL-ACTUAL THEN
                       MOVE "S" TO WKS-SW-CLV-CANAL
                       IF WKS-CLV-DESDE(WKS-CLV-I) <= WKS-FECHA-HOY AND
                               (WKS-CLV-VENCE(WKS-CLV-I) = 0 OR
                               WKS-CLV-VENCE(WKS-CLV-I) >=
                                   WKS-FECHA-HOY) THEN
                           IF WKS-CLV-ELEGIDA = 0 THEN
                               MOVE WKS-CLV-I TO WKS-CLV-ELEGIDA
                           ELSE
                               IF WKS-CLV-DESDE(WKS-CLV-I) >
                                       WKS-CLV-DESDE(WKS-CLV-ELEGIDA)
                                       THEN
                                   MOVE WKS-CLV-I TO WKS-CLV-ELEGIDA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN WKS-CLV-ELEGIDA > 0
                       MOVE "S" TO WKS-SW-CLV-CIFRADO
                       MOVE WKS-CLV-VALOR(WKS-CLV-ELEGIDA)
                           TO WKS-CLV-SEMILLA
                       PERFORM VERIFICAR-CAMBIO-DE-CLAVE
                   WHEN CLV-CANAL-CON-CLAVES
                       MOVE "S" TO WKS-SW-CLV-RECHAZO
                       MOVE "RECHAZO" TO WKS-CLOG-TIPO
                       MOVE SPACES TO WKS-CLOG-CLAVE
                       MOVE SPACES TO WKS-CLOG-LOTE
                       MOVE SPACES TO WKS-CLOG-ANTERIOR
                       MOVE "SIN CLAVE VIGENTE PARA CIFRAR"
                           TO WKS-CLOG-MOTIVO
                       PERFORM GRABAR-MOVIMIENTO-CLAVE
               END-EVALUATE.

           VERIFICAR-CAMBIO-DE-CLAVE.
      *    LA ULTIMA CLAVE CON QUE CIFRO EL CANAL SALE DE SU PROPIO
      *    REGISTRO HAMKEYLOG; SI LA DE HOY ES OTRA, EL CAMBIO QUEDA
      *    ANOTADO CON LA CLAVE ANTERIOR
               MOVE SPACES TO WKS-CLV-NUM-ANTERIOR.
               MOVE "N" TO WKS-SW-FIN-CLAVES.
               OPEN INPUT HAM-CLVLOG-FILE.
               IF WKS-FS-CLVLOG = "00" THEN
                   PERFORM UNTIL FIN-CLAVES
                       READ HAM-CLVLOG-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CLAVES
                       END-READ
                       IF NOT FIN-CLAVES THEN
                           MOVE WKS-REG-CLVLOG TO WKS-LINEA-CLVLOG
                           IF CLOG-CIFRADO AND
                                   WKS-CLOG-CANAL = WKS-CANAL-ACTUAL
                                   THEN
                               MOVE WKS-CLOG-CLAVE
                                   TO WKS-CLV-NUM-ANTERIOR
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HAM-CLVLOG-FILE
               END-IF.
               IF WKS-CLV-NUM-ANTERIOR NOT =
                       WKS-CLV-NUMERO(WKS-CLV-ELEGIDA) THEN
                   MOVE "CAMBIO" TO WKS-CLOG-TIPO
                   MOVE WKS-CLV-NUMERO(WKS-CLV-ELEGIDA)
                       TO WKS-CLOG-CLAVE
                   MOVE SPACES TO WKS-CLOG-LOTE
                   MOVE WKS-CLV-NUM-ANTERIOR TO WKS-CLOG-ANTERIOR
                   IF WKS-CLV-NUM-ANTERIOR = SPACES THEN
                       MOVE "PRIMERA CLAVE DEL CANAL"
                           TO WKS-CLOG-MOTIVO
                   ELSE
                       MOVE "ENTRA EN USO UNA CLAVE NUEVA"
                           TO WKS-CLOG-MOTIVO
                   END-IF
                   PERFORM GRABAR-MOVIMIENTO-CLAVE
                   DISPLAY "CAMBIO DE CLAVE EN EL CANAL: "
                       WKS-CLV-NUM-ANTERIOR " -> "
                       WKS-CLV-NUMERO(WKS-CLV-ELEGIDA)
               END-IF.

           CARGAR-TABLA-CLAVES.
      *    CARGA HAMKEYS UNA SOLA VEZ POR EJECUCION. SIN EL ARCHIVO
      *    NINGUN CANAL TIENE CLAVE: SE CIFRA SIN MEZCLA Y UN LOTE
      *    QUE DECLARA CLAVE NO SE PUEDE DESCIFRAR
               IF NOT CLAVES-CARGADAS THEN
                   MOVE 0 TO WKS-CLV-CANT
                   MOVE "N" TO WKS-SW-FIN-CLAVES
                   OPEN INPUT HAM-CLAVES-FILE
                   IF WKS-FS-CLAVES = "00" THEN
                       PERFORM UNTIL FIN-CLAVES
                           READ HAM-CLAVES-FILE
                               AT END
                                   MOVE "S" TO WKS-SW-FIN-CLAVES
                           END-READ
                           IF NOT FIN-CLAVES AND
                                   WKS-REG-CLAVES(1:1) = "K" THEN
                               PERFORM TOMAR-LINEA-CLAVE
                           END-IF
                       END-PERFORM
                       CLOSE HAM-CLAVES-FILE
                       DISPLAY "CLAVES CARGADAS DE HAMKEYS: "
                           WKS-CLV-CANT
                   END-IF
                   MOVE "S" TO WKS-SW-CLAVES-CARGADAS
               END-IF.

           TOMAR-LINEA-CLAVE.
               MOVE WKS-REG-CLAVES TO WKS-LINEA-CLAVE.
               IF WKS-LCLV-VENCE = SPACES THEN
                   MOVE ZEROS TO WKS-LCLV-VENCE
               END-IF.
               MOVE WKS-LCLV-NUMERO TO WKS-CLV-BUSCADA.
               PERFORM BUSCAR-NUMERO-CLAVE.
               EVALUATE TRUE
                   WHEN WKS-LCLV-NUMERO IS NOT NUMERIC OR
                           WKS-LCLV-NUMERO = "00" OR
                           WKS-LCLV-DESDE IS NOT NUMERIC OR
                           WKS-LCLV-VENCE IS NOT NUMERIC OR
                           WKS-LCLV-VALOR IS NOT NUMERIC
                       DISPLAY "LINEA DE HAMKEYS NO VALIDA, SE "
                           "IGNORA: " WKS-REG-CLAVES(1:34)
                   WHEN WKS-CLV-HALLADA > 0
                       DISPLAY "CLAVE REPETIDA EN HAMKEYS, SE IGNORA: "
                           WKS-LCLV-NUMERO
                   WHEN WKS-CLV-CANT >= 50
                       DISPLAY "HAMKEYS CON MAS DE 50 CLAVES, SE "
                           "IGNORA: " WKS-LCLV-NUMERO
                   WHEN OTHER
                       ADD 1 TO WKS-CLV-CANT
                       MOVE WKS-LCLV-CANAL
                           TO WKS-CLV-CANAL(WKS-CLV-CANT)
                       MOVE WKS-LCLV-NUMERO
                           TO WKS-CLV-NUMERO(WKS-CLV-CANT)
                       MOVE WKS-LCLV-DESDE
                           TO WKS-CLV-DESDE(WKS-CLV-CANT)
                       MOVE WKS-LCLV-VENCE
                           TO WKS-CLV-VENCE(WKS-CLV-CANT)
                       MOVE WKS-LCLV-VALOR
                           TO WKS-CLV-VALOR(WKS-CLV-CANT)
               END-EVALUATE.

           BUSCAR-NUMERO-CLAVE.
               MOVE 0 TO WKS-CLV-HALLADA.
               PERFORM VARYING WKS-CLV-I FROM 1 BY 1
                   UNTIL WKS-CLV-I > WKS-CLV-CANT OR WKS-CLV-HALLADA > 0
                   IF WKS-CLV-NUMERO(WKS-CLV-I) = WKS-CLV-BUSCADA THEN
                       MOVE WKS-CLV-I TO WKS-CLV-HALLADA
                   END-IF
               END-PERFORM.

           MEZCLAR-BLOQUE-CON-CLAVE.
      *    SERIE DE 7 BITS DE LA CLAVE PARA EL CODEWORD WKS-CLV-SEQ:
      *    GENERADOR CONGRUENCIAL (MULTIPLICADOR 16807, MODULO
      *    2**31 - 1) SEMBRADO CON LA CLAVE Y LA SECUENCIA, ASI CADA
      *    CODEWORD SE MEZCLA POR SU CUENTA AUNQUE FALTEN O SE
      *    REPITAN OTROS. LA MISMA OPERACION MEZCLA Y DESMEZCLA.
               COMPUTE WKS-CLV-PRODUCTO = WKS-CLV-SEMILLA +
                   WKS-CLV-SEQ * WKS-CLV-PASO-SEQ.
               DIVIDE WKS-CLV-PRODUCTO BY WKS-CLV-MODULO
                   GIVING WKS-CLV-COCIENTE REMAINDER WKS-CLV-ESTADO.
               IF WKS-CLV-ESTADO = 0 THEN
                   MOVE 1 TO WKS-CLV-ESTADO
               END-IF.
               PERFORM VARYING WKS-CLV-K FROM 1 BY 1
                   UNTIL WKS-CLV-K > 7
                   COMPUTE WKS-CLV-PRODUCTO =
                       WKS-CLV-ESTADO * WKS-CLV-MULTIPLICADOR
                   DIVIDE WKS-CLV-PRODUCTO BY WKS-CLV-MODULO
                       GIVING WKS-CLV-COCIENTE REMAINDER WKS-CLV-ESTADO
                   DIVIDE WKS-CLV-ESTADO BY 65536
                       GIVING WKS-CLV-COCIENTE
                   DIVIDE WKS-CLV-COCIENTE BY 2
                       GIVING WKS-CLV-COCIENTE REMAINDER WKS-CLV-BIT
                   IF WKS-CLV-BIT = 1 THEN
                       COMPUTE WS-A(WKS-CLV-K) = 1 - WS-A(WKS-CLV-K)
                   END-IF
               END-PERFORM.

           GRABAR-MOVIMIENTO-CLAVE.
      *    CADA CAMBIO, USO O RECHAZO DE CLAVE QUEDA EN HAMKEYLOG
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               ACCEPT WKS-HORA-AHORA FROM TIME.
               MOVE WKS-FECHA-HOY TO WKS-CLOG-FECHA.
               MOVE WKS-HORA-AHORA(1:6) TO WKS-CLOG-HORA.
               MOVE WKS-CANAL-ACTUAL TO WKS-CLOG-CANAL.
               OPEN EXTEND HAM-CLVLOG-FILE.
               IF WKS-FS-CLVLOG = "35" THEN
                   OPEN OUTPUT HAM-CLVLOG-FILE
               END-IF.
               MOVE WKS-LINEA-CLVLOG TO WKS-REG-CLVLOG.
               WRITE WKS-REG-CLVLOG.
               CLOSE HAM-CLVLOG-FILE.

           CONVERTIR-CARACTER-A-BITS.
      *    OBTIENE EL CODIGO DE 8 BITS DEL CARACTER ACTUAL SEGUN LA
      *    TABLA DE CODIGOS Y LO DESCOMPONE EN 8 BITS QUE SE AGREGAN
      *    AL FINAL DEL BUFFER
               PERFORM BUSCAR-CODIGO-DE-CARACTER.
               PERFORM ACUMULAR-VALOR-CONTROL.
               PERFORM DESCOMPONER-CODIGO-EN-BITS.

           ACUMULAR-VALOR-CONTROL.
               ADD WKS-MSG-CODIGO TO WKS-CTL-A.
               DIVIDE WKS-CTL-A BY 63 GIVING WKS-CTL-COCIENTE
                   REMAINDER WKS-CTL-A.
               ADD WKS-CTL-A TO WKS-CTL-B.
               DIVIDE WKS-CTL-B BY 63 GIVING WKS-CTL-COCIENTE
                   REMAINDER WKS-CTL-B.

           AGREGAR-VALOR-CONTROL-LINEA.
      *    LOS DOS CODIGOS DE CONTROL DE LA LINEA VIAJAN COMO DOS
      *    CARACTERES MAS, JUSTO ANTES DEL FIN DE REGISTRO
               COMPUTE WKS-MSG-CODIGO = 64 + WKS-CTL-A.
               PERFORM DESCOMPONER-CODIGO-EN-BITS.
               PERFORM EXTRAER-BLOQUES-DE-7-BITS.
               COMPUTE WKS-MSG-CODIGO = 64 + WKS-CTL-B.
               PERFORM DESCOMPONER-CODIGO-EN-BITS.
               PERFORM EXTRAER-BLOQUES-DE-7-BITS.

           AGREGAR-SEPARADOR-DE-REGISTRO.
      *    EMITE EL CODIGO RESERVADO DE FIN DE REGISTRO COMO UN
                       MOVE WKS-BUFFER-BITS(WKS-INDICE-BLOQUE)
                           TO WS-A(WKS-INDICE-BLOQUE)
                   END-PERFORM
                   IF CLV-CIFRADO-ACTIVO THEN
                       COMPUTE WKS-CLV-SEQ = WKS-CONT-GRABADOS + 1
                       PERFORM MEZCLAR-BLOQUE-CON-CLAVE
                   END-IF
                   PERFORM CALCULAR-HAMMING-733
                   ADD 1 TO WKS-CONT-GRABADOS
                   PERFORM ARMAR-REGISTRO-DATO-LOTE
      *    QUEDO SUSPENDIDA POR EL CORTACIRCUITO NO SE DESCIFRA UNA
      *    SALIDA A MEDIAS: EL CHECKPOINT PERMITE REANUDAR Y RECIEN
      *    ENTONCES DESCIFRAR. EL CODIGO DE RETORNO UNICO ES EL PEOR
      *    DE LAS ETAPAS (0 LIMPIO, 4 AVISOS, 8 SEGMENTOS RECHAZADOS
      *    O TABLA AUSENTE, 12 LOTE SUSPENDIDO, 16 LOTE CIFRADO CON
      *    OTRA TABLA DE CODIGOS).
               MOVE "S" TO WKS-SW-PIPELINE.
               MOVE 0 TO WKS-PIPE-PROCESADOS.
               MOVE 0 TO WKS-PIPE-CORREGIDOS.
               MOVE 0 TO WKS-PIPE-CUARENTENA.
               MOVE 0 TO WKS-CONT-EXCEPCIONES-TABLA.
               MOVE 0 TO WKS-CONT-LINEAS-FALLIDAS.

               PERFORM CORREGIR-ERROR.
      *    SIN SEGMENTOS PROCESADOS NO HAY SALIDA CORREGIDA DE ESTA
                   WKS-CONT-SEG-VALIDOS.
               DISPLAY "SEGMENTOS RECHAZADOS.....: "
                   WKS-CONT-SEG-RECHAZADOS.
               DISPLAY "REENTREGAS DESVIADAS.....: "
                   WKS-CONT-SEG-REPETIDOS.
               DISPLAY "CODIGOS PROCESADOS.......: "
                   WKS-PIPE-PROCESADOS.
               DISPLAY "CORRECCIONES HECHAS......: "
                   WKS-PIPE-CUARENTENA.
               DISPLAY "CARACTERES SUSTITUIDOS...: "
                   WKS-CONT-EXCEPCIONES-TABLA.
               DISPLAY "LINEAS CONTROL ERRONEO...: "
                   WKS-CONT-LINEAS-FALLIDAS.
               DISPLAY "CODIGO DE RETORNO........: " RETURN-CODE.
               DISPLAY "========================================".

               MOVE 0 TO WKS-DEC-BITS-PENDIENTES.
               MOVE 0 TO WKS-DEC-LARGO-LINEA.
               MOVE SPACES TO WKS-DEC-LINEA.
               MOVE SPACES TO WKS-DEC-LOTE.
               MOVE "N" TO WKS-SW-DEC-CONTROL.
               MOVE "N" TO WKS-SW-DEC-LOTE-RECHAZADO.
               MOVE 0 TO WKS-CONT-LOTES-TABLA-DISTINTA.
               MOVE 0 TO WKS-CONT-LOTES-SIN-CLAVE.
               MOVE "N" TO WKS-SW-DEC-CLAVE.
               MOVE 0 TO WKS-DEC-CANT-COD.
               MOVE 0 TO WKS-DEC-SEQ-ACTUAL.
               MOVE 0 TO WKS-DEC-SEQ-ANTERIOR.
               MOVE 0 TO WKS-DEC-SEQ-INICIO.
               MOVE 0 TO WKS-DEC-NUM-LINEA.
               MOVE 0 TO WKS-CONT-LINEAS-VERIFICADAS.
               MOVE 0 TO WKS-CONT-LINEAS-FALLIDAS.
               MOVE "N" TO WKS-SW-DEC-MENSAJE.
               MOVE "N" TO WKS-SW-DECM-SALIDA.
               MOVE "N" TO WKS-SW-DIST-ABIERTO.
               MOVE 0 TO WKS-DSAL-CANT.
               MOVE 0 TO WKS-CONT-MSG-COMPLETOS.
               MOVE 0 TO WKS-CONT-MSG-INCOMPLETOS.
      *    EN EL PIPELINE DE RECEPCION EL DESCIFRADO LEE DIRECTO LA
      *    SALIDA CORREGIDA, SIN LA COPIA MANUAL A HAMDECIN
               IF MODO-PIPELINE THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT HAM-DEC-SALIDA-FILE
                   OPEN OUTPUT HAM-DECEXC-FILE

                   PERFORM LEER-REGISTRO-DEC-ENTRADA
                   PERFORM UNTIL FIN-DEC-ENTRADA
                       IF NOT DEC-LOTE-RECHAZADO THEN
                           PERFORM TOMAR-SECUENCIA-DESCIFRADO
                           IF NOT DEC-SALTAR THEN
                               PERFORM EXTRAER-BITS-DE-CODEWORD
                               PERFORM ARMAR-CARACTERES-DE-8-BITS
                           END-IF
                       END-IF
                       PERFORM LEER-REGISTRO-DEC-ENTRADA
                   END-PERFORM

                   PERFORM CERRAR-TRAMO-DESCIFRADO

                   IF MODO-PIPELINE THEN
                       CLOSE HAM-CORREGIDA-FILE
                       CLOSE HAM-DEC-ENTRADA-FILE
                   END-IF
                   CLOSE HAM-DEC-SALIDA-FILE
                   CLOSE HAM-DECEXC-FILE
                   IF DIST-ABIERTO THEN
                       CLOSE HAM-DIST-FILE
                   END-IF
                   IF WKS-DEC-LOTE NOT = SPACES AND
                           NOT DEC-LOTE-RECHAZADO THEN
                       PERFORM CATALOGAR-LOTE-DESCIFRADO
                   END-IF
                   IF WKS-CONT-EXCEPCIONES-TABLA > 0 THEN
                       DISPLAY "CODIGOS FUERA DE TABLA SUSTITUIDOS: "
                           WKS-CONT-EXCEPCIONES-TABLA
                   END-IF
                   IF WKS-CONT-LINEAS-VERIFICADAS > 0 OR
                           WKS-CONT-LINEAS-FALLIDAS > 0 THEN
                       DISPLAY "LINEAS CON CONTROL CORRECTO......: "
                           WKS-CONT-LINEAS-VERIFICADAS
                       DISPLAY "LINEAS CON CONTROL ERRONEO......: "
                           WKS-CONT-LINEAS-FALLIDAS
                   END-IF
                   IF WKS-CONT-MSG-COMPLETOS > 0 OR
                           WKS-CONT-MSG-INCOMPLETOS > 0 THEN
                       DISPLAY "MENSAJES DISTRIBUIDOS COMPLETOS.: "
                           WKS-CONT-MSG-COMPLETOS
                       DISPLAY "MENSAJES DISTRIBUIDOS INCOMPLETOS: "
                           WKS-CONT-MSG-INCOMPLETOS
                   END-IF
      *    UN MENSAJE QUE NO LLEGO ENTERO A SU DESTINO QUEDA MARCADO
      *    EN HAMDIST Y EL JOB AVISA
                   IF WKS-CONT-MSG-INCOMPLETOS > 0 AND
                           RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
      *    UNA LINEA QUE NO CERRO SU CONTROL NO SALE COMO TEXTO
      *    BUENO: QUEDA LISTADA EN HAMDECEXC Y EL JOB AVISA
                   IF WKS-CONT-LINEAS-FALLIDAS > 0 THEN
                       DISPLAY "LINEAS DESCARTADAS LISTADAS EN "
                           "HAMDECEXC"
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
      *    UN LOTE CIFRADO CON OTRA TABLA NO SE DESCIFRO: EL CODIGO
      *    DE RETORNO 16 PIDE REVISAR LA TABLA ANTES DE REPETIR
                   IF WKS-CONT-LOTES-TABLA-DISTINTA > 0 THEN
                       DISPLAY "LOTES NO DESCIFRADOS POR TABLA "
                           "DISTINTA: " WKS-CONT-LOTES-TABLA-DISTINTA
                       IF RETURN-CODE < 16 THEN
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
      *    UN LOTE CON CLAVE INEXISTENTE O VENCIDA NO SE DESCIFRO:
      *    EL CODIGO DE RETORNO 20 PIDE REVISAR HAMKEYS
                   IF WKS-CONT-LOTES-SIN-CLAVE > 0 THEN
                       DISPLAY "LOTES NO DESCIFRADOS POR CLAVE: "
                           WKS-CONT-LOTES-SIN-CLAVE
                       IF RETURN-CODE < 20 THEN
                           MOVE 20 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           TOMAR-SECUENCIA-DESCIFRADO.
      *    SIGUE EL SOBRE DE SECUENCIA DEL CODEWORD. EN UN LOTE CON
      *    CONTROL DE LINEA, CADA CODEWORD QUE FALTA SE REPONE CON
      *    7 BITS EN CERO PARA QUE LO QUE SIGUE QUEDE ALINEADO (LA
      *    LINEA AFECTADA NO CIERRA SU CONTROL Y SE DESCARTA), Y UN
      *    CODEWORD QUE NO AVANZA LA SECUENCIA SE SALTA
               MOVE "N" TO WKS-FLAG-DEC-SALTAR.
               IF WKS-REG-DEC-ENTRADA(35:5) IS NUMERIC THEN
                   MOVE WKS-REG-DEC-ENTRADA(35:5) TO WKS-DEC-SEQ-ACTUAL
               ELSE
                   COMPUTE WKS-DEC-SEQ-ACTUAL =
                       WKS-DEC-SEQ-ANTERIOR + 1
               END-IF.
               IF DEC-CON-CONTROL THEN
                   IF WKS-DEC-SEQ-ACTUAL <= WKS-DEC-SEQ-ANTERIOR THEN
                       MOVE "S" TO WKS-FLAG-DEC-SALTAR
                       DISPLAY "CODEWORD REPETIDO O FUERA DE ORDEN, "
                           "SE SALTA: LOTE " WKS-DEC-LOTE " SEQ "
                           WKS-DEC-SEQ-ACTUAL
                   ELSE
                       COMPUTE WKS-DEC-HUECO = WKS-DEC-SEQ-ACTUAL
                           - WKS-DEC-SEQ-ANTERIOR - 1
                       IF WKS-DEC-HUECO > 0 THEN
                           DISPLAY "FALTAN " WKS-DEC-HUECO
                               " CODEWORDS ANTES DE LA SEQ "
                               WKS-DEC-SEQ-ACTUAL " DEL LOTE "
                               WKS-DEC-LOTE
                           PERFORM RELLENAR-CODEWORD-FALTANTE
                               WKS-DEC-HUECO TIMES
                       END-IF
                   END-IF
               END-IF.
               IF NOT DEC-SALTAR THEN
                   MOVE WKS-DEC-SEQ-ACTUAL TO WKS-DEC-SEQ-ANTERIOR
                   IF WKS-DEC-SEQ-INICIO = 0 THEN
                       MOVE WKS-DEC-SEQ-ACTUAL TO WKS-DEC-SEQ-INICIO
                   END-IF
               END-IF.

           RELLENAR-CODEWORD-FALTANTE.
               PERFORM VARYING WKS-INDICE-BLOQUE FROM 1 BY 1
                   UNTIL WKS-INDICE-BLOQUE = 8
                   MOVE 0 TO
                       WKS-DEC-BUFFER-BITS(WKS-DEC-BITS-PENDIENTES +
                           WKS-INDICE-BLOQUE)
               END-PERFORM.
               ADD 7 TO WKS-DEC-BITS-PENDIENTES.
               PERFORM ARMAR-CARACTERES-DE-8-BITS.

           CERRAR-TRAMO-DESCIFRADO.
      *    CIERRE DEL FLUJO DE UN LOTE. LOS BITS SOBRANTES (MENOS DE
      *    8) SON EL RELLENO DE CEROS QUE AGREGO EL CIFRADO AL
      *    ULTIMO BLOQUE Y SE DESCARTAN, ASI EL LOTE SIGUIENTE
      *    ARRANCA ALINEADO. UNA LINEA CON CONTROL QUE QUEDO SIN FIN
      *    DE REGISTRO NO SE PUEDE VERIFICAR Y SE DESCARTA; UNA
      *    LINEA SIN CONTROL A MEDIO ARMAR SE GRABA COMO SIEMPRE.
               IF DEC-CON-CONTROL AND WKS-DEC-CANT-COD > 0 THEN
                   ADD 1 TO WKS-DEC-NUM-LINEA
                   MOVE "LINEA INCOMPLETA AL CIERRE" TO WKS-DEC-MOTIVO
                   PERFORM RECHAZAR-LINEA-DESCIFRADA
               END-IF.
               IF WKS-DEC-LARGO-LINEA > 0 THEN
                   PERFORM CERRAR-LINEA-DECODIFICADA
               END-IF.
               MOVE 0 TO WKS-DEC-BITS-PENDIENTES.
      *    UN MENSAJE NO CRUZA DE UN LOTE A OTRO: EL QUE QUEDO
      *    ABIERTO SE PERDIO SU COLA
               IF DEC-EN-MENSAJE THEN
                   MOVE "SIN COLA" TO WKS-DIST-MOTIVO
                   PERFORM FINALIZAR-MENSAJE-DESTINO
               END-IF.

           EXTRAER-BITS-DE-CODEWORD.
      *    DESHACE CALCULAR-HAMMING-733: DESCARTA LAS PARIDADES Y LAS
      *    COPIAS 2 Y 3 Y SE QUEDA CON LOS 7 BITS DE DATOS DE LA
      *    PRIMERA COPIA, QUE SE AGREGAN AL FINAL DEL BUFFER
               MOVE WKS-REG-DEC-ENTRADA TO WKS-hamming.
               MOVE WS-H(3) TO WS-A(1).
               MOVE WS-H(5) TO WS-A(2).
               MOVE WS-H(9) TO WS-A(5).
               MOVE WS-H(10) TO WS-A(6).
               MOVE WS-H(11) TO WS-A(7).
               IF DEC-CON-CLAVE THEN
                   MOVE WKS-DEC-SEQ-ACTUAL TO WKS-CLV-SEQ
                   PERFORM MEZCLAR-BLOQUE-CON-CLAVE
               END-IF.
               PERFORM VARYING WKS-INDICE-BLOQUE FROM 1 BY 1
                   UNTIL WKS-INDICE-BLOQUE = 8
                   MOVE WS-A(WKS-INDICE-BLOQUE) TO
                           + WKS-DEC-BUFFER-BITS(WKS-DEC-INDICE)
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WKS-DEC-CODIGO = WKS-TABLA-FDR-CODIGO
                               AND DEC-CON-CONTROL
                           PERFORM VERIFICAR-CONTROL-DE-LINEA
                       WHEN WKS-DEC-CODIGO = WKS-TABLA-FDR-CODIGO
                           PERFORM CERRAR-LINEA-DECODIFICADA
                       WHEN WKS-DEC-CODIGO > 0 AND DEC-CON-CONTROL
                           PERFORM RETENER-CODIGO-DE-LINEA
                       WHEN WKS-DEC-CODIGO > 0
                           PERFORM AGREGAR-CARACTER-DECODIFICADO
                   END-EVALUATE
                   SUBTRACT 8 FROM WKS-DEC-BITS-PENDIENTES
               END-PERFORM.

           RETENER-CODIGO-DE-LINEA.
      *    UNA LINEA NO PASA DE 80 CARACTERES MAS SUS DOS CODIGOS DE
      *    CONTROL: SI SIGUE CRECIENDO SE PERDIO SU FIN DE REGISTRO
      *    Y SE DESCARTA SIN ESPERARLO
               IF WKS-DEC-CANT-COD >= 82 THEN
                   ADD 1 TO WKS-DEC-NUM-LINEA
                   MOVE "LINEA SIN FIN DE REGISTRO" TO WKS-DEC-MOTIVO
                   PERFORM RECHAZAR-LINEA-DESCIFRADA
               END-IF.
               ADD 1 TO WKS-DEC-CANT-COD.
               MOVE WKS-DEC-CODIGO TO WKS-DEC-COD(WKS-DEC-CANT-COD).

           VERIFICAR-CONTROL-DE-LINEA.
      *    RECALCULA LA SUMA DE FLETCHER SOBRE LOS CODIGOS DE LA
      *    LINEA Y LA COMPARA CON LOS DOS CODIGOS DE CONTROL QUE LA
      *    CIERRAN. SOLO UNA LINEA QUE CIERRA SALE COMO TEXTO.
               ADD 1 TO WKS-DEC-NUM-LINEA.
               IF WKS-DEC-CANT-COD < 2 THEN
                   MOVE "LINEA SIN VALOR DE CONTROL" TO WKS-DEC-MOTIVO
                   PERFORM RECHAZAR-LINEA-DESCIFRADA
               ELSE
                   MOVE 0 TO WKS-CTL-A
                   MOVE 0 TO WKS-CTL-B
                   PERFORM VARYING WKS-DEC-K FROM 1 BY 1
                       UNTIL WKS-DEC-K > WKS-DEC-CANT-COD - 2
                       ADD WKS-DEC-COD(WKS-DEC-K) TO WKS-CTL-A
                       DIVIDE WKS-CTL-A BY 63 GIVING WKS-CTL-COCIENTE
                           REMAINDER WKS-CTL-A
                       ADD WKS-CTL-A TO WKS-CTL-B
                       DIVIDE WKS-CTL-B BY 63 GIVING WKS-CTL-COCIENTE
                           REMAINDER WKS-CTL-B
                   END-PERFORM
                   IF WKS-DEC-COD(WKS-DEC-CANT-COD - 1) =
                           64 + WKS-CTL-A AND
                           WKS-DEC-COD(WKS-DEC-CANT-COD) =
                           64 + WKS-CTL-B THEN
                       PERFORM VARYING WKS-DEC-K FROM 1 BY 1
                           UNTIL WKS-DEC-K > WKS-DEC-CANT-COD - 2
                           MOVE WKS-DEC-COD(WKS-DEC-K)
                               TO WKS-DEC-CODIGO
                           PERFORM AGREGAR-CARACTER-DECODIFICADO
                       END-PERFORM
                       PERFORM TOMAR-LINEA-VERIFICADA
                       ADD 1 TO WKS-CONT-LINEAS-VERIFICADAS
                       MOVE 0 TO WKS-DEC-CANT-COD
                       MOVE WKS-DEC-SEQ-ACTUAL TO WKS-DEC-SEQ-INICIO
                   ELSE
                       MOVE "VALOR DE CONTROL ERRONEO"
                           TO WKS-DEC-MOTIVO
                       PERFORM RECHAZAR-LINEA-DESCIFRADA
                   END-IF
               END-IF.

           RECHAZAR-LINEA-DESCIFRADA.
      *    LA LINEA QUE NO CIERRA SU CONTROL SE LISTA EN HAMDECEXC
      *    CON SU LOTE, SU NUMERO DE LINEA Y EL RANGO DE SECUENCIAS
      *    QUE LA TRAJERON, Y EN LA SALIDA QUEDA UNA MARCA EN VEZ
      *    DEL TEXTO DUDOSO
               ADD 1 TO WKS-CONT-LINEAS-FALLIDAS.
               IF DEC-EN-MENSAJE THEN
                   ADD 1 TO WKS-DECM-FALLIDAS
               END-IF.
               MOVE SPACES TO WKS-LINEA-DECEXC.
               STRING "LOTE " WKS-DEC-LOTE " LINEA " WKS-DEC-NUM-LINEA
                   " SEQ " WKS-DEC-SEQ-INICIO "-" WKS-DEC-SEQ-ACTUAL
                   " " WKS-DEC-MOTIVO
                   DELIMITED BY SIZE INTO WKS-LINEA-DECEXC.
               MOVE WKS-LINEA-DECEXC TO WKS-REG-DECEXC.
               WRITE WKS-REG-DECEXC.
               DISPLAY WKS-LINEA-DECEXC.
               MOVE SPACES TO WKS-DEC-LINEA.
               STRING "*** LINEA " WKS-DEC-NUM-LINEA " DESCARTADA: "
                   WKS-DEC-MOTIVO " ***"
                   DELIMITED BY SIZE INTO WKS-DEC-LINEA.
               PERFORM CERRAR-LINEA-DECODIFICADA.
               MOVE 0 TO WKS-DEC-CANT-COD.
               MOVE WKS-DEC-SEQ-ACTUAL TO WKS-DEC-SEQ-INICIO.

           AGREGAR-CARACTER-DECODIFICADO.
      *    BUSCA EL CODIGO EN LA TABLA DE CODIGOS (INVERSO DE
      *    BUSCAR-CODIGO-DE-CARACTER) Y AGREGA EL CARACTER A LA LINEA
      *    GRABA LA LINEA EN CURSO (AUNQUE ESTE VACIA: UNA LINEA EN
      *    BLANCO DEL DOCUMENTO ORIGINAL TAMBIEN CUENTA) Y ARRANCA
      *    LA SIGUIENTE
               IF DECM-SALIDA-ABIERTA THEN
                   MOVE WKS-DEC-LINEA TO WKS-REG-DEST-SALIDA
                   WRITE WKS-REG-DEST-SALIDA
               ELSE
                   MOVE WKS-DEC-LINEA TO WKS-REG-DEC-SALIDA
                   WRITE WKS-REG-DEC-SALIDA
               END-IF.
               MOVE SPACES TO WKS-DEC-LINEA.
               MOVE 0 TO WKS-DEC-LARGO-LINEA.

           TOMAR-LINEA-VERIFICADA.
      *    UNA LINEA QUE CERRO SU CONTROL PUEDE SER LA CABECERA O LA
      *    COLA DE UN MENSAJE DIRIGIDO, QUE NO SALEN COMO TEXTO
               EVALUATE TRUE
                   WHEN WKS-DEC-LINEA(1:5) = "#MSG "
                       PERFORM ABRIR-MENSAJE-DESTINO
                       MOVE SPACES TO WKS-DEC-LINEA
                       MOVE 0 TO WKS-DEC-LARGO-LINEA
                   WHEN WKS-DEC-LINEA(1:5) = "#FIN "
                       PERFORM TOMAR-COLA-MENSAJE
                       MOVE SPACES TO WKS-DEC-LINEA
                       MOVE 0 TO WKS-DEC-LARGO-LINEA
                   WHEN OTHER
                       IF DEC-EN-MENSAJE THEN
                           ADD 1 TO WKS-DECM-LINEAS
                       END-IF
                       PERFORM CERRAR-LINEA-DECODIFICADA
               END-EVALUATE.

           ABRIR-MENSAJE-DESTINO.
      *    UNA CABECERA CON OTRO MENSAJE ABIERTO QUIERE DECIR QUE SE
      *    PERDIO LA COLA DEL ANTERIOR
               IF DEC-EN-MENSAJE THEN
                   MOVE "SIN COLA" TO WKS-DIST-MOTIVO
                   PERFORM FINALIZAR-MENSAJE-DESTINO
               END-IF.
               MOVE WKS-DEC-LINEA(6:4) TO WKS-DECM-DESTINO.
               MOVE WKS-DEC-LINEA(11:12) TO WKS-DECM-ID.
               MOVE 0 TO WKS-DECM-LINEAS.
               MOVE 0 TO WKS-DECM-FALLIDAS.
               MOVE 0 TO WKS-DECM-DECLARADAS.
               MOVE "N" TO WKS-SW-DECM-COLA.
               MOVE "S" TO WKS-SW-DEC-MENSAJE.
               MOVE SPACES TO WKS-ARCH-DEST-SALIDA.
               IF WKS-CANAL-ACTUAL = SPACE THEN
                   STRING "HAMDEC" WKS-DECM-DESTINO
                       DELIMITED BY SIZE INTO WKS-ARCH-DEST-SALIDA
               ELSE
                   STRING "HAMDEC" WKS-CANAL-ACTUAL WKS-DECM-DESTINO
                       DELIMITED BY SIZE INTO WKS-ARCH-DEST-SALIDA
               END-IF.
      *    EL PRIMER MENSAJE DE LA CORRIDA PARA UN DESTINO CREA SU
      *    ARCHIVO; LOS SIGUIENTES LO EXTIENDEN
               MOVE "N" TO WKS-FLAG-DSAL-HALLADO.
               PERFORM VARYING WKS-DSAL-I FROM 1 BY 1
                   UNTIL WKS-DSAL-I > WKS-DSAL-CANT OR DSAL-HALLADO
                   IF WKS-DSAL-DESTINO(WKS-DSAL-I) = WKS-DECM-DESTINO
                           THEN
                       MOVE "S" TO WKS-FLAG-DSAL-HALLADO
                   END-IF
               END-PERFORM.
               IF DSAL-HALLADO THEN
                   OPEN EXTEND HAM-DEST-SALIDA-FILE
               ELSE
                   OPEN OUTPUT HAM-DEST-SALIDA-FILE
                   IF WKS-FS-DEST-SALIDA = "00" AND
                           WKS-DSAL-CANT < 200 THEN
                       ADD 1 TO WKS-DSAL-CANT
                       MOVE WKS-DECM-DESTINO
                           TO WKS-DSAL-DESTINO(WKS-DSAL-CANT)
                   END-IF
               END-IF.
               IF WKS-FS-DEST-SALIDA = "00" THEN
                   MOVE "S" TO WKS-SW-DECM-SALIDA
               ELSE
                   MOVE "N" TO WKS-SW-DECM-SALIDA
                   DISPLAY "SALIDA " WKS-ARCH-DEST-SALIDA " NO "
                       "DISPONIBLE (ESTADO " WKS-FS-DEST-SALIDA
                       "), EL MENSAJE " WKS-DECM-ID " VA A HAMDECOUT"
               END-IF.

           TOMAR-COLA-MENSAJE.
      *    LA COLA DEBE SER LA DEL MENSAJE ABIERTO. UNA COLA SIN SU
      *    MENSAJE (CABECERA DESCARTADA) DEJA CONSTANCIA EN HAMDIST
      *    DE QUE ESE MENSAJE NO LLEGO A NINGUN DESTINO; SU CUERPO
      *    QUEDO EN LA SALIDA DEL MENSAJE ANTERIOR O EN HAMDECOUT
               IF DEC-EN-MENSAJE AND
                       WKS-DEC-LINEA(6:12) = WKS-DECM-ID THEN
                   MOVE "S" TO WKS-SW-DECM-COLA
                   IF WKS-DEC-LINEA(19:5) IS NUMERIC THEN
                       MOVE WKS-DEC-LINEA(19:5) TO WKS-DECM-DECLARADAS
                   END-IF
                   MOVE SPACES TO WKS-DIST-MOTIVO
                   PERFORM FINALIZAR-MENSAJE-DESTINO
               ELSE
                   IF DEC-EN-MENSAJE THEN
                       MOVE "SIN COLA" TO WKS-DIST-MOTIVO
                       PERFORM FINALIZAR-MENSAJE-DESTINO
                   END-IF
                   MOVE "????" TO WKS-DECM-DESTINO
                   MOVE WKS-DEC-LINEA(6:12) TO WKS-DECM-ID
                   MOVE 0 TO WKS-DECM-LINEAS
                   MOVE 0 TO WKS-DECM-FALLIDAS
                   MOVE 0 TO WKS-DECM-DECLARADAS
                   IF WKS-DEC-LINEA(19:5) IS NUMERIC THEN
                       MOVE WKS-DEC-LINEA(19:5) TO WKS-DECM-DECLARADAS
                   END-IF
                   MOVE "N" TO WKS-SW-DECM-COLA
                   MOVE "CABECERA PERDIDA" TO WKS-DIST-MOTIVO
                   PERFORM GRABAR-LINEA-DIST
               END-IF.

           FINALIZAR-MENSAJE-DESTINO.
      *    CIERRA LA SALIDA DEL DESTINO Y ANOTA EL MENSAJE EN HAMDIST
               EVALUATE TRUE
                   WHEN NOT DECM-CON-COLA
                       CONTINUE
                   WHEN WKS-DECM-FALLIDAS > 0
                       MOVE "LINEAS DESCART." TO WKS-DIST-MOTIVO
                   WHEN WKS-DECM-LINEAS NOT = WKS-DECM-DECLARADAS
                       MOVE "CUENTA DISTINTA" TO WKS-DIST-MOTIVO
               END-EVALUATE.
               IF DECM-SALIDA-ABIERTA THEN
                   CLOSE HAM-DEST-SALIDA-FILE
                   MOVE "N" TO WKS-SW-DECM-SALIDA
               END-IF.
               MOVE "N" TO WKS-SW-DEC-MENSAJE.
               PERFORM GRABAR-LINEA-DIST.

           GRABAR-LINEA-DIST.
               IF WKS-DIST-MOTIVO = SPACES THEN
                   MOVE "COMPLETO" TO WKS-DIST-ESTADO
                   ADD 1 TO WKS-CONT-MSG-COMPLETOS
               ELSE
                   MOVE "INCOMPLETO" TO WKS-DIST-ESTADO
                   ADD 1 TO WKS-CONT-MSG-INCOMPLETOS
                   DISPLAY "MENSAJE " WKS-DECM-ID " DESTINO "
                       WKS-DECM-DESTINO " INCOMPLETO: " WKS-DIST-MOTIVO
               END-IF.
               IF NOT DIST-ABIERTO THEN
                   OPEN EXTEND HAM-DIST-FILE
                   IF WKS-FS-DIST = "35" THEN
                       OPEN OUTPUT HAM-DIST-FILE
                   END-IF
                   MOVE "S" TO WKS-SW-DIST-ABIERTO
               END-IF.
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WKS-FECHA-HOY TO WKS-DIST-FECHA.
               MOVE WKS-DEC-LOTE TO WKS-DIST-LOTE.
               MOVE WKS-DECM-ID TO WKS-DIST-ID.
               MOVE WKS-DECM-DESTINO TO WKS-DIST-DESTINO.
               MOVE WKS-DECM-LINEAS TO WKS-DIST-LINEAS.
               MOVE WKS-DECM-DECLARADAS TO WKS-DIST-DECLARADAS.
               MOVE WKS-DECM-FALLIDAS TO WKS-DIST-FALLIDAS.
               MOVE WKS-LINEA-DIST TO WKS-REG-DIST.
               WRITE WKS-REG-DIST.

           CARGAR-TABLA-CODIGOS.
      *    CARGA LA TABLA DE CODIGOS UNA SOLA VEZ POR EJECUCION. CADA
      *    LINEA DEL ARCHIVO TRAE EL CODIGO EN LAS COLUMNAS 1-3 Y EL
      *    CARACTER EN LA COLUMNA 5; LAS LINEAS "VERSION NN" Y
      *    "SUMA NNN" DECLARAN LA VERSION Y LA SUMA DE CONTROL, Y LAS
      *    DEMAS LINEAS QUE NO EMPIEZAN CON UN CODIGO NUMERICO SE
      *    IGNORAN COMO COMENTARIOS. SI LA TABLA TRAE ENTRADA PARA
      *    "?" ESE PASA A SER EL CODIGO DE SUSTITUCION. UNA TABLA
      *    CON VIOLACIONES NO SE CARGA: CIFRAR O DESCIFRAR CON ELLA
      *    CORROMPERIA LOS MENSAJES SIN AVISO.
               IF TABLA-CARGADA THEN
                   CONTINUE
               ELSE
                   MOVE "N" TO WKS-SW-TABLA-LISTADO
                   PERFORM LEER-TABLA-CODIGOS
                   IF WKS-TABLA-VIOLACIONES > 0 THEN
                       DISPLAY "TABLA HAMTABLE RECHAZADA CON "
                           WKS-TABLA-VIOLACIONES " VIOLACIONES"
                   ELSE
                       MOVE "S" TO WKS-SW-TABLA-CARGADA
                       DISPLAY "TABLA DE CODIGOS VERSION "
                           WKS-TABLA-VERSION " CARGADA CON "
                           WKS-TABLA-CANT " ENTRADAS"
                   END-IF
               END-IF.

           LEER-TABLA-CODIGOS.
      *    LECTURA Y VALIDACION DE HAMTABLE, COMUN A LA CARGA Y A LA
      *    VERIFICACION. CADA ENTRADA SE VALIDA CONTRA LAS YA
      *    LEIDAS; AL FINAL SE EXIGEN LA VERSION Y LA SUMA DECLARADAS
      *    Y QUE LA SUMA COINCIDA CON LA CALCULADA
               MOVE 0 TO WKS-TABLA-CANT.
               MOVE 0 TO WKS-TABLA-VIOLACIONES.
               MOVE 0 TO WKS-TABLA-SUMA-ACUM.
               MOVE 0 TO WKS-TABLA-SUMA.
               MOVE SPACES TO WKS-TABLA-VERSION.
               MOVE SPACES TO WKS-TABLA-SUMA-DECL.
               MOVE 63 TO WKS-TABLA-SUB-CODIGO.
               MOVE "N" TO WKS-SW-FIN-TABLA.
               OPEN INPUT HAM-TABLA-FILE.
               IF WKS-FS-TABLA NOT = "00" THEN
                   MOVE SPACES TO WKS-TABLA-TEXTO-VIOL
                   STRING "NO SE PUDO ABRIR LA TABLA HAMTABLE (ESTADO "
                       WKS-FS-TABLA ")"
                       DELIMITED BY SIZE INTO WKS-TABLA-TEXTO-VIOL
                   PERFORM ANOTAR-VIOLACION-TABLA
               ELSE
                   PERFORM UNTIL FIN-TABLA
                       READ HAM-TABLA-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-TABLA
                       END-READ
                       IF NOT FIN-TABLA THEN
                           EVALUATE TRUE
                               WHEN WKS-REG-TABLA(1:8) = "VERSION "
                                   MOVE WKS-REG-TABLA(9:2)
                                       TO WKS-TABLA-VERSION
                               WHEN WKS-REG-TABLA(1:5) = "SUMA "
                                   MOVE WKS-REG-TABLA(6:3)
                                       TO WKS-TABLA-SUMA-DECL
                               WHEN WKS-TABLA-REG-CODIGO IS NUMERIC
                                   PERFORM TOMAR-ENTRADA-TABLA
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE HAM-TABLA-FILE
                   MOVE WKS-TABLA-SUMA-ACUM TO WKS-TABLA-SUMA
                   IF WKS-TABLA-CANT = 0 THEN
                       MOVE "LA TABLA NO TIENE ENTRADAS"
                           TO WKS-TABLA-TEXTO-VIOL
                       PERFORM ANOTAR-VIOLACION-TABLA
                   END-IF
                   IF WKS-TABLA-VERSION IS NOT NUMERIC THEN
                       MOVE "FALTA LA LINEA VERSION NN"
                           TO WKS-TABLA-TEXTO-VIOL
                       PERFORM ANOTAR-VIOLACION-TABLA
                   END-IF
                   IF WKS-TABLA-SUMA-DECL IS NOT NUMERIC THEN
                       MOVE "FALTA LA LINEA SUMA NNN"
                           TO WKS-TABLA-TEXTO-VIOL
                       PERFORM ANOTAR-VIOLACION-TABLA
                   ELSE
                       IF WKS-TABLA-SUMA-DECL NOT = WKS-TABLA-SUMA
                               THEN
                           MOVE SPACES TO WKS-TABLA-TEXTO-VIOL
                           STRING "SUMA DECLARADA " WKS-TABLA-SUMA-DECL
                               " DISTINTA DE LA CALCULADA "
                               WKS-TABLA-SUMA
                               DELIMITED BY SIZE
                               INTO WKS-TABLA-TEXTO-VIOL
                           PERFORM ANOTAR-VIOLACION-TABLA
                       END-IF
                   END-IF
               END-IF.

           TOMAR-ENTRADA-TABLA.
      *    UNA ENTRADA SE RECHAZA SI USA UN CODIGO RESERVADO (000
      *    RELLENO, 010 FIN DE REGISTRO), SI EL CODIGO NO CABE EN 8
      *    BITS, SI EL CODIGO O EL CARACTER YA FIGURAN EN LA TABLA O
      *    SI LA TABLA YA ESTA LLENA. LA ENTRADA ACEPTADA SUMA AL
      *    CONTROL CODIGO POR (POSICION EN LA REFERENCIA + 1)
               MOVE WKS-TABLA-REG-CODIGO TO WKS-TABLA-COD-NUM.
               MOVE "S" TO WKS-FLAG-TABLA-ENTRADA-OK.
               MOVE SPACES TO WKS-TABLA-TEXTO-VIOL.
               EVALUATE TRUE
                   WHEN WKS-TABLA-COD-NUM = 0 OR
                           WKS-TABLA-COD-NUM = WKS-TABLA-FDR-CODIGO
                       STRING "CODIGO " WKS-TABLA-REG-CODIGO
                           " RESERVADO, NO SE ASIGNA A CARACTER"
                           DELIMITED BY SIZE INTO WKS-TABLA-TEXTO-VIOL
                       MOVE "N" TO WKS-FLAG-TABLA-ENTRADA-OK
                   WHEN WKS-TABLA-COD-NUM > 255
                       STRING "CODIGO " WKS-TABLA-REG-CODIGO
                           " FUERA DE RANGO (000-255)"
                           DELIMITED BY SIZE INTO WKS-TABLA-TEXTO-VIOL
                       MOVE "N" TO WKS-FLAG-TABLA-ENTRADA-OK
                   WHEN WKS-TABLA-CANT >= 256
                       STRING "CODIGO " WKS-TABLA-REG-CODIGO
                           " EXCEDE LAS 256 ENTRADAS DE LA TABLA"
                           DELIMITED BY SIZE INTO WKS-TABLA-TEXTO-VIOL
                       MOVE "N" TO WKS-FLAG-TABLA-ENTRADA-OK
               END-EVALUATE.
               PERFORM VARYING WKS-TABLA-J FROM 1 BY 1
                   UNTIL WKS-TABLA-J > WKS-TABLA-CANT OR
                       NOT TABLA-ENTRADA-OK
                   EVALUATE TRUE
                       WHEN WKS-TCOD-CODIGO(WKS-TABLA-J) =
                               WKS-TABLA-COD-NUM
                           STRING "CODIGO " WKS-TABLA-REG-CODIGO
                               " REPETIDO (CARACTER "
                               WKS-TABLA-REG-CARACTER ")"
                               DELIMITED BY SIZE
                               INTO WKS-TABLA-TEXTO-VIOL
                           MOVE "N" TO WKS-FLAG-TABLA-ENTRADA-OK
                       WHEN WKS-TCOD-CARACTER(WKS-TABLA-J) =
                               WKS-TABLA-REG-CARACTER
                           STRING "CARACTER " WKS-TABLA-REG-CARACTER
                               " REPETIDO EN LOS CODIGOS "
                               WKS-TCOD-CODIGO(WKS-TABLA-J) " Y "
                               WKS-TABLA-REG-CODIGO
                               DELIMITED BY SIZE
                               INTO WKS-TABLA-TEXTO-VIOL
                           MOVE "N" TO WKS-FLAG-TABLA-ENTRADA-OK
                   END-EVALUATE
               END-PERFORM.
               IF TABLA-ENTRADA-OK THEN
                   ADD 1 TO WKS-TABLA-CANT
                   MOVE WKS-TABLA-REG-CARACTER TO
                       WKS-TCOD-CARACTER(WKS-TABLA-CANT)
                   MOVE WKS-TABLA-COD-NUM TO
                       WKS-TCOD-CODIGO(WKS-TABLA-CANT)
                   IF WKS-TABLA-REG-CARACTER = "?" THEN
                       MOVE WKS-TABLA-COD-NUM TO WKS-TABLA-SUB-CODIGO
                   END-IF
                   PERFORM VARYING WKS-TABLA-POS-REF FROM 1 BY 1
                       UNTIL WKS-TABLA-POS-REF > 95 OR
                           WKS-TABLA-REFERENCIA(WKS-TABLA-POS-REF:1)
                               = WKS-TABLA-REG-CARACTER
                       CONTINUE
                   END-PERFORM
                   IF WKS-TABLA-POS-REF > 95 THEN
                       MOVE 0 TO WKS-TABLA-POS-REF
                   END-IF
                   COMPUTE WKS-TABLA-SUMA-ACUM = WKS-TABLA-SUMA-ACUM +
                       WKS-TABLA-COD-NUM * (WKS-TABLA-POS-REF + 1)
                   DIVIDE WKS-TABLA-SUMA-ACUM BY 997
                       GIVING WKS-TABLA-COCIENTE
                       REMAINDER WKS-TABLA-SUMA-ACUM
                   IF TABLA-CON-LISTADO THEN
                       MOVE SPACES TO WKS-LINEA-TABREP
                       STRING "  " WKS-TABLA-REG-CODIGO "  "
                           WKS-TABLA-REG-CARACTER
                           DELIMITED BY SIZE INTO WKS-LINEA-TABREP
                       PERFORM GRABAR-LINEA-TABREP
                   END-IF
               ELSE
                   PERFORM ANOTAR-VIOLACION-TABLA
               END-IF.

           ANOTAR-VIOLACION-TABLA.
               ADD 1 TO WKS-TABLA-VIOLACIONES.
               DISPLAY "HAMTABLE: " WKS-TABLA-TEXTO-VIOL.
               IF TABLA-CON-LISTADO THEN
                   MOVE SPACES TO WKS-LINEA-TABREP
                   STRING "  *** VIOLACION: " WKS-TABLA-TEXTO-VIOL
                       DELIMITED BY SIZE INTO WKS-LINEA-TABREP
                   PERFORM GRABAR-LINEA-TABREP
               END-IF.

           VERIFICAR-TABLA-CODIGOS.
      *    VERIFICACION DE HAMTABLE SIN CIFRAR NI DESCIFRAR NADA:
      *    LISTA EN HAMTABREP CADA ENTRADA Y CADA VIOLACION, Y AL PIE
      *    LA VERSION, LA SUMA DECLARADA Y LA CALCULADA (LA QUE HAY
      *    QUE ANOTAR EN LA TABLA TRAS UN CAMBIO). UNA TABLA CON
      *    VIOLACIONES TERMINA CON CODIGO DE RETORNO 8.
               OPEN OUTPUT HAM-TABREP-FILE.
               MOVE "VERIFICACION DE LA TABLA DE CODIGOS HAMTABLE"
                   TO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               MOVE "  COD CAR" TO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               MOVE "S" TO WKS-SW-TABLA-LISTADO.
               PERFORM LEER-TABLA-CODIGOS.
               MOVE "N" TO WKS-SW-TABLA-LISTADO.
               MOVE SPACES TO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               STRING "VERSION DECLARADA.....: " WKS-TABLA-VERSION
                   DELIMITED BY SIZE INTO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               STRING "SUMA DECLARADA........: " WKS-TABLA-SUMA-DECL
                   DELIMITED BY SIZE INTO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               STRING "SUMA CALCULADA........: " WKS-TABLA-SUMA
                   DELIMITED BY SIZE INTO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               STRING "ENTRADAS VALIDAS......: " WKS-TABLA-CANT
                   DELIMITED BY SIZE INTO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               STRING "VIOLACIONES...........: " WKS-TABLA-VIOLACIONES
                   DELIMITED BY SIZE INTO WKS-LINEA-TABREP.
               PERFORM GRABAR-LINEA-TABREP.
               IF WKS-TABLA-VIOLACIONES > 0 THEN
                   MOVE "N" TO WKS-SW-TABLA-CARGADA
                   MOVE "RESULTADO: TABLA RECHAZADA"
                       TO WKS-LINEA-TABREP
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "S" TO WKS-SW-TABLA-CARGADA
                   MOVE "RESULTADO: TABLA CORRECTA"
                       TO WKS-LINEA-TABREP
               END-IF.
               PERFORM GRABAR-LINEA-TABREP.
               CLOSE HAM-TABREP-FILE.
               DISPLAY "VERIFICACION DE HAMTABLE: VERSION "
                   WKS-TABLA-VERSION " SUMA " WKS-TABLA-SUMA " - "
                   WKS-TABLA-VIOLACIONES " VIOLACIONES (VER HAMTABREP)".

           GRABAR-LINEA-TABREP.
               MOVE WKS-LINEA-TABREP TO WKS-REG-TABREP.
               WRITE WKS-REG-TABREP.
               MOVE SPACES TO WKS-LINEA-TABREP.

           BUSCAR-CODIGO-DE-CARACTER.
      *    CODIGO DE 8 BITS DEL CARACTER ACTUAL DEL MENSAJE SEGUN LA
      *    TABLA; UN CARACTER QUE NO FIGURA SE CIFRA CON EL CODIGO DE
                       IF WKS-REG-DEC-ENTRADA(1:3) = "CAB" OR
                               WKS-REG-DEC-ENTRADA(1:3) = "FIN" THEN
                           MOVE "S" TO WKS-SW-REG-CONTROL
                           IF WKS-REG-DEC-ENTRADA(1:3) = "CAB" THEN
                               PERFORM TOMAR-CABECERA-DESCIFRADO
                           END-IF
                       ELSE
                           MOVE "N" TO WKS-SW-REG-CONTROL
                       END-IF
                   END-IF
               END-PERFORM.

           TOMAR-CABECERA-DESCIFRADO.
      *    LA CABECERA CAB DICE A QUE LOTE PERTENECEN LOS CODEWORDS
      *    QUE SIGUEN. AL CAMBIAR DE LOTE, EL ANTERIOR QUEDA
      *    DESCIFRADO EN EL CATALOGO; UNA CABECERA REPETIDA DEL
      *    MISMO LOTE (REANUDACION DE LA CORRECCION) ES CONTINUACION
               MOVE WKS-REG-DEC-ENTRADA TO WKS-REG-CABECERA.
               IF WKS-CAB-LOTE NOT = WKS-DEC-LOTE THEN
                   IF WKS-DEC-LOTE NOT = SPACES AND
                           NOT DEC-LOTE-RECHAZADO THEN
                       PERFORM CERRAR-TRAMO-DESCIFRADO
                       PERFORM CATALOGAR-LOTE-DESCIFRADO
                   END-IF
                   MOVE WKS-CAB-LOTE TO WKS-DEC-LOTE
      *    UN LOTE DE TEXTO QUE DECLARA LA TABLA CON QUE SE CIFRO SE
      *    DESCIFRA SOLO SI ES LA MISMA VERSION Y LA MISMA SUMA QUE
      *    LA TABLA LOCAL; LOS LOTES ANTERIORES, SIN DECLARACION,
      *    SIGUEN DESCIFRANDOSE COMO SIEMPRE. LOS CONTROLES SIGUEN
      *    AL SELLO DE LA CABECERA, QUE UNA RETRANSMISION REPITE DEL
      *    LOTE ORIGINAL.
                   MOVE "N" TO WKS-SW-DEC-LOTE-RECHAZADO
                   IF WKS-CAB-TABLA-VERSION NOT = SPACES THEN
                       IF WKS-CAB-TABLA-VERSION NOT = WKS-TABLA-VERSION
                               OR WKS-CAB-TABLA-SUMA NOT =
                               WKS-TABLA-SUMA THEN
                           PERFORM RECHAZAR-LOTE-TABLA-DISTINTA
                       END-IF
                   END-IF
      *    UN LOTE DE TEXTO MEZCLADO DECLARA SU NUMERO DE CLAVE;
      *    LOS LOTES SIN NUMERO SE DESCIFRAN SIN DESMEZCLAR
                   MOVE "N" TO WKS-SW-DEC-CLAVE
                   IF WKS-CAB-CLAVE-NUM NOT = SPACES AND
                           NOT DEC-LOTE-RECHAZADO THEN
                       PERFORM VALIDAR-CLAVE-DESCIFRADO
                   END-IF
                   IF CAB-CON-CONTROL THEN
                       MOVE "S" TO WKS-SW-DEC-CONTROL
                   ELSE
                       MOVE "N" TO WKS-SW-DEC-CONTROL
                   END-IF
                   MOVE 0 TO WKS-DEC-CANT-COD
                   MOVE 0 TO WKS-DEC-SEQ-ANTERIOR
                   MOVE 0 TO WKS-DEC-SEQ-INICIO
                   MOVE 0 TO WKS-DEC-NUM-LINEA
               END-IF.

           RECHAZAR-LOTE-TABLA-DISTINTA.
      *    EL LOTE ENTERO QUEDA SIN DESCIFRAR: SE LISTA EN HAMDECEXC
      *    CON LA TABLA QUE DECLARA Y LA LOCAL, Y EN LA SALIDA QUEDA
      *    UNA MARCA EN LUGAR DE SU TEXTO
               MOVE "S" TO WKS-SW-DEC-LOTE-RECHAZADO.
               ADD 1 TO WKS-CONT-LOTES-TABLA-DISTINTA.
               MOVE SPACES TO WKS-LINEA-DECEXC.
               STRING "LOTE " WKS-DEC-LOTE " CIFRADO CON TABLA V"
                   WKS-CAB-TABLA-VERSION " SUMA " WKS-CAB-TABLA-SUMA
                   ", LOCAL V" WKS-TABLA-VERSION " SUMA "
                   WKS-TABLA-SUMA ": NO SE DESCIFRA"
                   DELIMITED BY SIZE INTO WKS-LINEA-DECEXC.
               MOVE WKS-LINEA-DECEXC TO WKS-REG-DECEXC.
               WRITE WKS-REG-DECEXC.
               DISPLAY WKS-LINEA-DECEXC.
               MOVE SPACES TO WKS-DEC-LINEA.
               STRING "*** LOTE " WKS-DEC-LOTE " NO DESCIFRADO: "
                   "TABLA DE CODIGOS DISTINTA ***"
                   DELIMITED BY SIZE INTO WKS-DEC-LINEA.
               PERFORM CERRAR-LINEA-DECODIFICADA.

           VALIDAR-CLAVE-DESCIFRADO.
      *    LA CLAVE DEL LOTE TIENE QUE ESTAR EN HAMKEYS, SER DEL
      *    CANAL DEL LOTE Y HABER ESTADO VIGENTE A LA FECHA EN QUE SE
      *    CIFRO EL LOTE: UNA CLAVE VENCIDA DESPUES SIGUE DESCIFRANDO
      *    LOS LOTES QUE MEZCLO. LA FECHA DE UNA RETRANSMISION ES LA
      *    DE SU LOTE ORIGINAL. SI NO, EL LOTE SE RECHAZA ENTERO EN
      *    VEZ DE DESCIFRARSE A BASURA
               PERFORM CARGAR-TABLA-CLAVES.
               PERFORM BUSCAR-ORIGEN-RETRANS.
               MOVE WKS-CAB-CLAVE-NUM TO WKS-CLV-BUSCADA.
               PERFORM BUSCAR-NUMERO-CLAVE.
               MOVE SPACES TO WKS-CLOG-MOTIVO.
               EVALUATE TRUE
                   WHEN WKS-CLV-HALLADA = 0
                       MOVE "CLAVE INEXISTENTE EN HAMKEYS"
                           TO WKS-CLOG-MOTIVO
                   WHEN WKS-CLV-CANAL(WKS-CLV-HALLADA) NOT =
                           WKS-CAB-CANAL
                       MOVE "CLAVE DE OTRO CANAL" TO WKS-CLOG-MOTIVO
                   WHEN WKS-RTX-FECHA-ORIGEN <
                           WKS-CLV-DESDE(WKS-CLV-HALLADA)
                       MOVE "LOTE ANTERIOR A LA CLAVE"
                           TO WKS-CLOG-MOTIVO
                   WHEN WKS-CLV-VENCE(WKS-CLV-HALLADA) > 0 AND
                           WKS-CLV-VENCE(WKS-CLV-HALLADA) <
                               WKS-RTX-FECHA-ORIGEN
                       MOVE "CLAVE VENCIDA" TO WKS-CLOG-MOTIVO
               END-EVALUATE.
               MOVE WKS-CAB-CLAVE-NUM TO WKS-CLOG-CLAVE.
               MOVE WKS-DEC-LOTE TO WKS-CLOG-LOTE.
               MOVE SPACES TO WKS-CLOG-ANTERIOR.
               IF WKS-CLOG-MOTIVO NOT = SPACES THEN
                   MOVE "RECHAZO" TO WKS-CLOG-TIPO
                   PERFORM GRABAR-MOVIMIENTO-CLAVE
                   PERFORM RECHAZAR-LOTE-SIN-CLAVE
               ELSE
                   MOVE "S" TO WKS-SW-DEC-CLAVE
                   MOVE WKS-CLV-VALOR(WKS-CLV-HALLADA)
                       TO WKS-CLV-SEMILLA
                   MOVE "DESCIFRADO" TO WKS-CLOG-TIPO
                   PERFORM GRABAR-MOVIMIENTO-CLAVE
               END-IF.

           RECHAZAR-LOTE-SIN-CLAVE.
      *    COMO UN LOTE DE OTRA TABLA: SE LISTA EN HAMDECEXC Y EN LA
      *    SALIDA QUEDA UNA MARCA EN LUGAR DE SU TEXTO
               MOVE "S" TO WKS-SW-DEC-LOTE-RECHAZADO.
               ADD 1 TO WKS-CONT-LOTES-SIN-CLAVE.
               MOVE SPACES TO WKS-LINEA-DECEXC.
               STRING "LOTE " WKS-DEC-LOTE " CLAVE " WKS-CAB-CLAVE-NUM
                   ": " WKS-CLOG-MOTIVO " - NO SE DESCIFRA"
                   DELIMITED BY SIZE INTO WKS-LINEA-DECEXC.
               MOVE WKS-LINEA-DECEXC TO WKS-REG-DECEXC.
               WRITE WKS-REG-DECEXC.
               DISPLAY WKS-LINEA-DECEXC.
               MOVE SPACES TO WKS-DEC-LINEA.
               STRING "*** LOTE " WKS-DEC-LOTE " NO DESCIFRADO: "
                   "CLAVE " WKS-CAB-CLAVE-NUM " NO DISPONIBLE ***"
                   DELIMITED BY SIZE INTO WKS-DEC-LINEA.
               PERFORM CERRAR-LINEA-DECODIFICADA.

           CATALOGAR-LOTE-DESCIFRADO.
               MOVE WKS-DEC-LOTE TO WKS-CATP-LOTE.
               MOVE "D" TO WKS-CATP-ESTADO.
               MOVE WKS-CAB-MODO TO WKS-CATP-MODO.
               MOVE SPACES TO WKS-CATP-ORIGEN.
               MOVE 0 TO WKS-CATP-CODEWORDS.
               MOVE 0 TO WKS-CATP-CORREGIDOS.
               MOVE 0 TO WKS-CATP-Q.
               PERFORM REGISTRAR-ESTADO-CATALOGO.

           LEER-REGISTRO-ENTRADA.
               READ HAM-ENTRADA-FILE
                   AT END
                   OPEN I-O HAM-MAESTRO-FILE
               END-IF.
               IF WKS-FS-MAESTRO NOT = "00" THEN
                   MOVE "N" TO WKS-FLAG-MAESTRO-ABIERTO
                   DISPLAY "AVISO: MAESTRO NO DISPONIBLE (ESTADO "
                       WKS-FS-MAESTRO ") - SE SIGUE SIN ESPEJO"
               ELSE
                   MOVE "S" TO WKS-FLAG-MAESTRO-ABIERTO
               END-IF.

           ARMAR-REGISTRO-DATO-LOTE.
                       "(ESTADO " WKS-FS-MAESTRO ")"
               ELSE
                   OPEN OUTPUT HAM-RETRANS-FILE
      *    LA RETRANSMISION ES UN LOTE NUEVO DEL CATALOGO (MODO R)
      *    QUE QUEDA CATALOGADO CON SU LOTE ORIGINAL; LA CABECERA
      *    LLEVA EL LOTE ORIGINAL Y SU SELLO, Y LOS SOBRES CONSERVAN
      *    LAS SECUENCIAS ORIGINALES
                   MOVE "R" TO WKS-MODO-LOTE
                   MOVE WKS-REC-LOTE-PED TO WKS-CATP-ORIGEN
                   PERFORM ARMAR-CABECERA-LOTE
                   MOVE WKS-REG-CABECERA TO WKS-REG-RETRANS
                   WRITE WKS-REG-RETRANS

                       END-IF
                   END-PERFORM

                   PERFORM ARMAR-COLA-LOTE
                   MOVE WKS-REG-COLA TO WKS-REG-RETRANS
                   WRITE WKS-REG-RETRANS
                   CLOSE HAM-RETRANS-FILE
                   CLOSE HAM-MAESTRO-FILE
                   PERFORM CATALOGAR-LOTE-CIFRADO
                   PERFORM ANOTAR-LOTE-TRANSMITIDO
                   DISPLAY "RECUPERADOS " WKS-REC-RECUPERADOS
                       " MENSAJES DEL LOTE " WKS-REC-LOTE-PED
                       " EN HAMRETR (LOTE " WKS-LOTE-ID ")"
                   IF WKS-REC-RECUPERADOS = 0 THEN
                       DISPLAY "NO HAY REGISTROS EN EL RANGO PEDIDO"
                   END-IF
               END-IF.

           PROCESAR-ACUSE-RECIBO.
      *    LADO TRANSMISOR DEL ACUSE: LEE EL HAMACKIN QUE DEVOLVIO
      *    EL DESTINO, PASA A A EN EL MAESTRO LOS CODEWORDS ACUSADOS
      *    Y, AL CERRAR CADA GRUPO CON SU COLA FIN, CORTA EN HAMRETR
      *    LA RETRANSMISION DE LO QUE NO LLEGO BIEN, SIN QUE NADIE
      *    TENGA QUE PEDIR LOTES NI RANGOS. UN GRUPO SIN COLA (ACUSE
      *    CORTADO O CORRECCION SUSPENDIDA EN DESTINO) SOLO ACUSA:
      *    NO SE RETRANSMITE NADA HASTA QUE LLEGUE COMPLETO. CODIGO
      *    DE RETORNO 4 SI HAY GRUPOS INCOMPLETOS O LOTES RECHAZADOS
      *    ENTEROS EN DESTINO, 8 SI FALTA EL ACUSE O EL MAESTRO.
               MOVE 0 TO WKS-CONT-ACUSES.
               MOVE 0 TO WKS-CONT-ACUSADOS.
               MOVE 0 TO WKS-CONT-LOTES-RETR.
               MOVE 0 TO WKS-CONT-RETRANSMITIDOS.
               MOVE 0 TO WKS-CONT-ACUSES-RECHAZO.
               MOVE 0 TO WKS-CONT-ACUSES-INCOMPL.
               MOVE "N" TO WKS-SW-FIN-ACUSE.
               MOVE "N" TO WKS-SW-GRUPO-ACUSE.
               MOVE "N" TO WKS-SW-RETR-ABIERTO.
               OPEN INPUT HAM-ACUSE-ENT-FILE.
               IF WKS-FS-ACUSE-ENT NOT = "00" THEN
                   DISPLAY "ACUSE DE RECIBO HAMACKIN NO DISPONIBLE "
                       "(ESTADO " WKS-FS-ACUSE-ENT ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRIR-MAESTRO
                   IF NOT MAESTRO-ABIERTO THEN
                       DISPLAY "SIN MAESTRO NO SE PUEDE PROCESAR EL "
                           "ACUSE"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL FIN-ACUSE
                           READ HAM-ACUSE-ENT-FILE
                               AT END
                                   MOVE "S" TO WKS-SW-FIN-ACUSE
                           END-READ
                           IF NOT FIN-ACUSE THEN
                               PERFORM TOMAR-REGISTRO-ACUSE
                           END-IF
                       END-PERFORM
                       IF GRUPO-ACUSE-ABIERTO THEN
                           PERFORM ANOTAR-ACUSE-INCOMPLETO
                       END-IF
                       CLOSE HAM-MAESTRO-FILE
                       IF RETR-ABIERTO THEN
                           CLOSE HAM-RETRANS-FILE
                       END-IF
                   END-IF
                   CLOSE HAM-ACUSE-ENT-FILE
                   DISPLAY "========================================"
                   DISPLAY "PROCESO DEL ACUSE DE RECIBO"
                   DISPLAY "GRUPOS DE ACUSE LEIDOS...: " WKS-CONT-ACUSES
                   DISPLAY "CODEWORDS ACUSADOS (A)...: "
                       WKS-CONT-ACUSADOS
                   DISPLAY "LOTES DE RETRANSMISION...: "
                       WKS-CONT-LOTES-RETR
                   DISPLAY "CODEWORDS RETRANSMITIDOS.: "
                       WKS-CONT-RETRANSMITIDOS
                   DISPLAY "LOTES RECHAZADOS ENTEROS.: "
                       WKS-CONT-ACUSES-RECHAZO
                   DISPLAY "GRUPOS SIN COLA FIN......: "
                       WKS-CONT-ACUSES-INCOMPL
                   DISPLAY "========================================"
                   IF (WKS-CONT-ACUSES-RECHAZO > 0 OR
                           WKS-CONT-ACUSES-INCOMPL > 0) AND
                           RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           TOMAR-REGISTRO-ACUSE.
      *    UNA CABECERA DEL MISMO LOTE CON EL GRUPO ABIERTO ES LA
      *    REANUDACION DE LA CORRECCION EN DESTINO Y CONTINUA EL
      *    GRUPO. EN UNA RETRANSMISION LA CABECERA TRAE EL LOTE
      *    ORIGINAL, Y UNA CABECERA DE OTRO MODO NO CONTINUA EL GRUPO
      *    DEL MISMO LOTE.
               EVALUATE TRUE
                   WHEN WKS-REG-ACUSE-ENT(1:3) = "CAB"
                       MOVE WKS-REG-ACUSE-ENT TO WKS-REG-CABECERA
                       IF GRUPO-ACUSE-ABIERTO AND
                               WKS-CAB-LOTE = WKS-ACUE-LOTE AND
                               WKS-CAB-MODO = WKS-ACUE-MODO THEN
                           CONTINUE
                       ELSE
                           IF GRUPO-ACUSE-ABIERTO THEN
                               PERFORM ANOTAR-ACUSE-INCOMPLETO
                           END-IF
                           ADD 1 TO WKS-CONT-ACUSES
                           MOVE "S" TO WKS-SW-GRUPO-ACUSE
                           MOVE "N" TO WKS-SW-ACUSE-RECHAZO
                           MOVE 0 TO WKS-NAK-CANT
                           MOVE WKS-CAB-LOTE TO WKS-ACUE-LOTE
                           MOVE WKS-CAB-MODO TO WKS-ACUE-MODO
                           PERFORM BUSCAR-ORIGEN-RETRANS
                           MOVE WKS-RTX-LOTE-ORIGEN
                               TO WKS-ACUE-LOTE-MAE
                       END-IF
                   WHEN NOT GRUPO-ACUSE-ABIERTO
                       DISPLAY "REGISTRO DE ACUSE FUERA DE GRUPO, SE "
                           "IGNORA: " WKS-REG-ACUSE-ENT
                   WHEN WKS-REG-ACUSE-ENT(1:3) = "FIN"
                       MOVE WKS-REG-ACUSE-ENT TO WKS-REG-ACUSE-FIN
                       PERFORM CERRAR-GRUPO-ACUSE
                       MOVE "N" TO WKS-SW-GRUPO-ACUSE
                   WHEN OTHER
                       MOVE WKS-REG-ACUSE-ENT TO WKS-REG-ACUSE-DET
                       EVALUATE TRUE
                           WHEN ACU-RECIBIDO
                               PERFORM MARCAR-TRAMO-ACUSADO
                           WHEN ACU-CUARENTENA OR ACU-HUECO
                               PERFORM ANOTAR-TRAMO-NAK
                           WHEN ACU-RECHAZADO
                               MOVE "S" TO WKS-SW-ACUSE-RECHAZO
                           WHEN OTHER
                               DISPLAY "REGISTRO DE ACUSE NO "
                                   "RECONOCIDO: " WKS-REG-ACUSE-ENT
                       END-EVALUATE
               END-EVALUATE.

           ANOTAR-ACUSE-INCOMPLETO.
               ADD 1 TO WKS-CONT-ACUSES-INCOMPL.
               DISPLAY "ACUSE DEL LOTE " WKS-ACUE-LOTE " SIN COLA FIN: "
                   "SE ACUSA LO RECIBIDO, NO SE RETRANSMITE".
               MOVE "N" TO WKS-SW-GRUPO-ACUSE.

           MARCAR-TRAMO-ACUSADO.
               MOVE "N" TO WKS-SW-FIN-MAESTRO.
               MOVE WKS-ACUE-LOTE-MAE TO WKS-MAE-LOTE.
               MOVE WKS-ACU-SEQ-DESDE TO WKS-MAE-SEQ.
               START HAM-MAESTRO-FILE KEY NOT < WKS-MAE-CLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
               END-START.
               PERFORM UNTIL FIN-MAESTRO
                   READ HAM-MAESTRO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-READ
                   IF WKS-FS-MAESTRO NOT = "00" THEN
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-IF
                   IF NOT FIN-MAESTRO THEN
                       IF WKS-MAE-LOTE NOT = WKS-ACUE-LOTE-MAE OR
                               WKS-MAE-SEQ > WKS-ACU-SEQ-HASTA THEN
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                       ELSE
                           IF WKS-MAE-ESTADO = "T" OR
                                   WKS-MAE-ESTADO = "N" THEN
                               MOVE "A" TO WKS-MAE-ESTADO
                               REWRITE WKS-REG-MAESTRO
                               ADD 1 TO WKS-CONT-ACUSADOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           ANOTAR-TRAMO-NAK.
               IF WKS-NAK-CANT >= 300 THEN
                   DISPLAY "MAS DE 300 TRAMOS NAK EN EL ACUSE DEL LOTE "
                       WKS-ACUE-LOTE ", EL TRAMO " WKS-ACU-SEQ-DESDE
                       "-" WKS-ACU-SEQ-HASTA " NO SE RETRANSMITE"
               ELSE
                   ADD 1 TO WKS-NAK-CANT
                   MOVE WKS-ACU-SEQ-DESDE TO WKS-NAK-DESDE(WKS-NAK-CANT)
                   MOVE WKS-ACU-SEQ-HASTA TO WKS-NAK-HASTA(WKS-NAK-CANT)
               END-IF.

           CERRAR-GRUPO-ACUSE.
      *    GRUPO COMPLETO: UN LOTE RECHAZADO ENTERO EN DESTINO NO SE
      *    CORRIGIO Y SE AVISA PARA REENVIARLO COMO LOTE NORMAL; LOS
      *    DEMAS CORTAN SU RETRANSMISION
               DISPLAY "ACUSE DEL LOTE " WKS-ACUE-LOTE ": RECIBIDAS "
                   WKS-ACUF-RECIBIDOS " CUARENTENA " WKS-ACUF-CUARENTENA
                   " HUECOS " WKS-ACUF-HUECOS.
               IF ACUSE-RECHAZO THEN
                   ADD 1 TO WKS-CONT-ACUSES-RECHAZO
                   DISPLAY "LOTE " WKS-ACUE-LOTE " RECHAZADO ENTERO EN "
                       "DESTINO - REENVIAR EL LOTE COMPLETO"
               ELSE
                   PERFORM CORTAR-RETRANSMISION-ACUSE
               END-IF.

           CORTAR-RETRANSMISION-ACUSE.
      *    RECORRE EL LOTE EN EL MAESTRO Y ARMA UNA RETRANSMISION
      *    (MODO R, CON EL LOTE ORIGINAL EN LA CABECERA) CON LOS
      *    CODEWORDS ELEGIDOS. LA CABECERA SE ARMA RECIEN CON EL
      *    PRIMERO, ASI UN LOTE ACUSADO COMPLETO NO GENERA UNA
      *    RETRANSMISION VACIA.
               MOVE "N" TO WKS-SW-RETR-CABECERA.
               MOVE "N" TO WKS-SW-FIN-MAESTRO.
               MOVE WKS-ACUE-LOTE-MAE TO WKS-MAE-LOTE.
               MOVE 0 TO WKS-MAE-SEQ.
               START HAM-MAESTRO-FILE KEY NOT < WKS-MAE-CLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
               END-START.
               PERFORM UNTIL FIN-MAESTRO
                   READ HAM-MAESTRO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-READ
                   IF WKS-FS-MAESTRO NOT = "00" THEN
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-IF
                   IF NOT FIN-MAESTRO THEN
                       IF WKS-MAE-LOTE NOT = WKS-ACUE-LOTE-MAE THEN
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                       ELSE
                           PERFORM ELEGIR-CODEWORD-RETRANS
                           IF ACUE-SELECCIONADO THEN
                               PERFORM GRABAR-CODEWORD-RETRANS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF RETR-CON-CABECERA THEN
                   PERFORM ARMAR-COLA-LOTE
                   MOVE WKS-REG-COLA TO WKS-REG-RETRANS
                   WRITE WKS-REG-RETRANS
                   PERFORM CATALOGAR-LOTE-CIFRADO
                   PERFORM ANOTAR-LOTE-TRANSMITIDO
                   ADD 1 TO WKS-CONT-LOTES-RETR
                   DISPLAY "RETRANSMISION DEL LOTE " WKS-ACUE-LOTE-MAE
                       " CORTADA EN HAMRETR (LOTE " WKS-LOTE-ID ", "
                       WKS-CONT-GRABADOS " CODEWORDS)"
               END-IF.

           ELEGIR-CODEWORD-RETRANS.
      *    DE UN LOTE ORIGINAL SE RETRANSMITE TODO LO QUE QUEDO EN T
      *    (NO ACUSADO); DE UNA RETRANSMISION, SOLO LO QUE CAE EN UN
      *    TRAMO NAK O HUE Y NO ESTA ACUSADO
               MOVE "N" TO WKS-FLAG-ACUE-SELECCION.
               IF WKS-ACUE-MODO = "R" THEN
                   IF WKS-MAE-ESTADO = "T" OR WKS-MAE-ESTADO = "N" THEN
                       PERFORM VARYING WKS-NAK-I FROM 1 BY 1
                           UNTIL WKS-NAK-I > WKS-NAK-CANT OR
                               ACUE-SELECCIONADO
                           IF WKS-MAE-SEQ >= WKS-NAK-DESDE(WKS-NAK-I)
                                   AND WKS-MAE-SEQ <=
                                   WKS-NAK-HASTA(WKS-NAK-I) THEN
                               MOVE "S" TO WKS-FLAG-ACUE-SELECCION
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   IF WKS-MAE-ESTADO = "T" THEN
                       MOVE "S" TO WKS-FLAG-ACUE-SELECCION
                   END-IF
               END-IF.

           GRABAR-CODEWORD-RETRANS.
               IF NOT RETR-ABIERTO THEN
                   OPEN OUTPUT HAM-RETRANS-FILE
                   MOVE "S" TO WKS-SW-RETR-ABIERTO
               END-IF.
               IF NOT RETR-CON-CABECERA THEN
                   MOVE "R" TO WKS-MODO-LOTE
                   MOVE WKS-ACUE-LOTE-MAE TO WKS-CATP-ORIGEN
                   PERFORM ARMAR-CABECERA-LOTE
                   MOVE WKS-REG-CABECERA TO WKS-REG-RETRANS
                   WRITE WKS-REG-RETRANS
                   MOVE "S" TO WKS-SW-RETR-CABECERA
               END-IF.
               MOVE WKS-MAE-CODIGO TO WKS-DATO-CODIGO.
               MOVE WKS-MAE-SEQ TO WKS-DATO-SEQ.
               MOVE WKS-REG-DATO-LOTE TO WKS-REG-RETRANS.
               WRITE WKS-REG-RETRANS.
               ADD 1 TO WKS-CONT-GRABADOS.
               MOVE WKS-MAE-CODIGO TO WKS-hamming.
               PERFORM ACUMULAR-SUMA-BITS.
               MOVE "N" TO WKS-MAE-ESTADO.
               REWRITE WKS-REG-MAESTRO.
               ADD 1 TO WKS-CONT-RETRANSMITIDOS.

           PLANIFICAR-MODO-CANAL.
      *    RECOMENDACION DE MODO DE CODIGO Y PROFUNDIDAD DE
      *    ENTRELAZADO PARA EL CANAL EN CURSO. CODIGO DE RETORNO 4
      *    SI SE RECOMIENDA RETENER EL TRAFICO.
               IF WKS-PLAN-DIAS NOT NUMERIC OR WKS-PLAN-DIAS = 0 THEN
                   MOVE 30 TO WKS-PLAN-DIAS
               END-IF.
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WKS-FECHA-HOY TO WKS-PLAN-HASTA.
               COMPUTE WKS-PLAN-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
                   - WKS-PLAN-DIAS + 1).
               MOVE 0 TO WKS-PLAN-CORRIDAS.
               MOVE 0 TO WKS-PLAN-PROC.
               MOVE 0 TO WKS-PLAN-PROC-33.
               MOVE 0 TO WKS-PLAN-CORR.
               MOVE 0 TO WKS-PLAN-CONSENSO.
               MOVE 0 TO WKS-PLAN-NOCORR.
               MOVE 0 TO WKS-PLAN-AUD-REGS.
               MOVE 0 TO WKS-PLAN-AUD-MULTI.
               MOVE 0 TO WKS-PLAN-AUD-CONSEC.
               MOVE 0 TO WKS-PLAN-RACHA.
               MOVE 0 TO WKS-PLAN-RACHA-MAX.
               MOVE SPACES TO WKS-PLAN-ANT-LOTE.
               MOVE 0 TO WKS-PLAN-ANT-SEQ.

      *    HISTORIAL: SOLO LAS FILAS DEL CANAL EN CURSO, IGUAL QUE
      *    EN LA TENDENCIA
               MOVE "N" TO WKS-SW-FIN-PLAN.
               OPEN INPUT HAM-HIST-FILE.
               IF WKS-FS-HISTORIAL NOT = "00" THEN
                   DISPLAY "NO HAY HISTORIAL DE EJECUCIONES PARA EL "
                       "PLAN"
               ELSE
                   PERFORM UNTIL FIN-PLAN
                       READ HAM-HIST-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-PLAN
                       END-READ
                       IF NOT FIN-PLAN AND
                               WKS-HIST-CANAL = WKS-CANAL-ACTUAL AND
                               WKS-HIST-FECHA >= WKS-PLAN-DESDE AND
                               WKS-HIST-FECHA <= WKS-PLAN-HASTA THEN
                           PERFORM ACUMULAR-PLAN-HISTORIAL
                       END-IF
                   END-PERFORM
                   CLOSE HAM-HIST-FILE
               END-IF.

      *    AUDITORIA DEL CANAL: BITS POR CODEWORD Y RACHAS
               MOVE "N" TO WKS-SW-FIN-PLAN.
               OPEN INPUT HAM-AUDIT-FILE.
               IF WKS-FS-AUDITORIA NOT = "00" THEN
                   DISPLAY "NO HAY AUDITORIA PARA EL PLAN, SIN DATOS "
                       "DE RAFAGAS"
               ELSE
                   PERFORM UNTIL FIN-PLAN
                       READ HAM-AUDIT-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-PLAN
                       END-READ
                       IF NOT FIN-PLAN THEN
                           PERFORM AJUSTAR-REGISTRO-AUDITORIA
                           IF WKS-AUD-FECHA >= WKS-PLAN-DESDE AND
                                   WKS-AUD-FECHA <= WKS-PLAN-HASTA THEN
                               PERFORM ACUMULAR-PLAN-AUDITORIA
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HAM-AUDIT-FILE
               END-IF.

               PERFORM CALCULAR-TASAS-PLAN.
               PERFORM DECIDIR-RECOMENDACION-PLAN.
               PERFORM IMPRIMIR-INFORME-PLAN.
               PERFORM GRABAR-CONTROL-PLAN.
               IF WKS-PLAN-RECOMEND = "RT" AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF.

           ACUMULAR-PLAN-HISTORIAL.
               ADD 1 TO WKS-PLAN-CORRIDAS.
               ADD WKS-HIST-PROCESADOS TO WKS-PLAN-PROC.
               ADD WKS-HIST-CORR-C1 WKS-HIST-CORR-C2 WKS-HIST-CORR-C3
                   WKS-HIST-CORR-CONSENSO TO WKS-PLAN-CORR.
               ADD WKS-HIST-NOCORREGIBLES TO WKS-PLAN-NOCORR.
               IF WKS-HIST-MODO = "33" THEN
                   ADD WKS-HIST-PROCESADOS TO WKS-PLAN-PROC-33
                   ADD WKS-HIST-CORR-CONSENSO TO WKS-PLAN-CONSENSO
               END-IF.

           ACUMULAR-PLAN-AUDITORIA.
      *    CADA FILA ES UN CODEWORD CORREGIDO; SUS INDICES VIENEN DE
      *    A TRES COLUMNAS COMO EN EL PERFIL DE POSICIONES. UNA
      *    RACHA ES UNA SERIE DE SECUENCIAS CONSECUTIVAS DEL MISMO
      *    LOTE (LAS FILAS VIEJAS SIN SECUENCIA NO ARMAN RACHAS).
               ADD 1 TO WKS-PLAN-AUD-REGS.
               MOVE 0 TO WKS-PLAN-IDX-CANT.
               PERFORM VARYING WKS-PLAN-PTR FROM 1 BY 3
                   UNTIL WKS-PLAN-PTR > 97 OR
                       WKS-AUD-INDICES(WKS-PLAN-PTR:2) = SPACES
                   ADD 1 TO WKS-PLAN-IDX-CANT
               END-PERFORM.
               IF WKS-PLAN-IDX-CANT > 1 THEN
                   ADD 1 TO WKS-PLAN-AUD-MULTI
               END-IF.
               IF WKS-AUD-SEQ > 0 AND
                       WKS-AUD-LOTE = WKS-PLAN-ANT-LOTE AND
                       WKS-AUD-SEQ = WKS-PLAN-ANT-SEQ + 1 THEN
                   ADD 1 TO WKS-PLAN-AUD-CONSEC
                   ADD 1 TO WKS-PLAN-RACHA
               ELSE
                   MOVE 1 TO WKS-PLAN-RACHA
               END-IF.
               IF WKS-PLAN-RACHA > WKS-PLAN-RACHA-MAX THEN
                   MOVE WKS-PLAN-RACHA TO WKS-PLAN-RACHA-MAX
               END-IF.
               MOVE WKS-AUD-LOTE TO WKS-PLAN-ANT-LOTE.
               MOVE WKS-AUD-SEQ TO WKS-PLAN-ANT-SEQ.

           CALCULAR-TASAS-PLAN.
               MOVE 0 TO WKS-PLAN-NOCORR-PDM.
               MOVE 0 TO WKS-PLAN-CORR-PM.
               MOVE 0 TO WKS-PLAN-MULTI-PM.
               MOVE 0 TO WKS-PLAN-RAFAGA-PCT.
               IF WKS-PLAN-PROC > 0 THEN
                   COMPUTE WKS-PLAN-NOCORR-PDM =
                       (WKS-PLAN-NOCORR * 10000) / WKS-PLAN-PROC
                   COMPUTE WKS-PLAN-CORR-PM =
                       (WKS-PLAN-CORR * 1000) / WKS-PLAN-PROC
               END-IF.
               IF WKS-PLAN-PROC-33 > 0 THEN
                   COMPUTE WKS-PLAN-MULTI-PM =
                       ((WKS-PLAN-AUD-MULTI + WKS-PLAN-CONSENSO)
                       * 1000) / WKS-PLAN-PROC-33
               END-IF.
               IF WKS-PLAN-AUD-REGS > 0 THEN
                   COMPUTE WKS-PLAN-RAFAGA-PCT =
                       (WKS-PLAN-AUD-CONSEC * 100) / WKS-PLAN-AUD-REGS
               END-IF.

           DECIDIR-RECOMENDACION-PLAN.
      *    EL ORDEN IMPORTA: SIN MUESTRA SUFICIENTE NO SE ARRIESGA
      *    NADA; UNA LINEA QUE PIERDE DEMASIADO NO SE SALVA CON
      *    CODIGO; LAS RAFAGAS PIDEN ENTRELAZADO (PROFUNDIDAD =
      *    RACHA MAS LARGA + 1, ENTRE 4 Y 16); SOLO UNA LINEA LIMPIA
      *    Y SIN ERRORES DE VARIOS BITS BAJA A (15,11)
               MOVE 0 TO WKS-PLAN-PROFUNDIDAD.
               EVALUATE TRUE
                   WHEN WKS-PLAN-PROC < WKS-PLAN-UMB-MUESTRA
                       MOVE "33" TO WKS-PLAN-RECOMEND
                       MOVE "MUESTRA INSUFICIENTE, SE QUEDA EN (33,7)"
                           TO WKS-PLAN-MOTIVO
                   WHEN WKS-PLAN-NOCORR-PDM >= WKS-PLAN-UMB-RETENER
                       MOVE "RT" TO WKS-PLAN-RECOMEND
                       MOVE "NO CORREGIBLES SOBRE UMBRAL DE RETENCION"
                           TO WKS-PLAN-MOTIVO
                   WHEN WKS-PLAN-RAFAGA-PCT >= WKS-PLAN-UMB-RAFAGA
                       MOVE "IL" TO WKS-PLAN-RECOMEND
                       COMPUTE WKS-PLAN-PROFUNDIDAD =
                           WKS-PLAN-RACHA-MAX + 1
                       IF WKS-PLAN-PROFUNDIDAD < 4 THEN
                           MOVE 4 TO WKS-PLAN-PROFUNDIDAD
                       END-IF
                       IF WKS-PLAN-RACHA-MAX > 15 THEN
                           MOVE 16 TO WKS-PLAN-PROFUNDIDAD
                       END-IF
                       MOVE "CORRECCIONES EN RAFAGA SOBRE EL UMBRAL"
                           TO WKS-PLAN-MOTIVO
                   WHEN WKS-PLAN-CORR-PM <= WKS-PLAN-UMB-LIMPIO AND
                           WKS-PLAN-NOCORR-PDM <= WKS-PLAN-UMB-NOCORR-15
                           AND WKS-PLAN-MULTI-PM <= WKS-PLAN-UMB-MULTI
                       MOVE "15" TO WKS-PLAN-RECOMEND
                       MOVE "LINEA LIMPIA, BASTA UN BIT POR CODIGO"
                           TO WKS-PLAN-MOTIVO
                   WHEN OTHER
                       MOVE "33" TO WKS-PLAN-RECOMEND
                       MOVE "ERRORES DISPERSOS, TRIPLE COPIA"
                           TO WKS-PLAN-MOTIVO
               END-EVALUATE.

           IMPRIMIR-INFORME-PLAN.
               OPEN OUTPUT HAM-PLANREP-FILE.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               IF WKS-CANAL-ACTUAL = SPACE THEN
                   STRING "PLAN DE MODO DEL CANAL, VENTANA "
                       WKS-PLAN-DESDE " A " WKS-PLAN-HASTA
                       DELIMITED BY SIZE INTO WKS-LINEA-PLANREP
               ELSE
                   STRING "PLAN DE MODO DEL CANAL " WKS-CANAL-ACTUAL
                       ", VENTANA " WKS-PLAN-DESDE " A "
                       WKS-PLAN-HASTA
                       DELIMITED BY SIZE INTO WKS-LINEA-PLANREP
               END-IF.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "CORRIDAS " WKS-PLAN-CORRIDAS
                   " CODIGOS " WKS-PLAN-PROC
                   " CORREGIDOS " WKS-PLAN-CORR
                   " NO CORREG. " WKS-PLAN-NOCORR
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "AUDITORIA: CODEWORDS " WKS-PLAN-AUD-REGS
                   " VARIOS BITS " WKS-PLAN-AUD-MULTI
                   " EN RACHA " WKS-PLAN-AUD-CONSEC
                   " RACHA MAX " WKS-PLAN-RACHA-MAX
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE "CIFRA                       VALOR   UMBRAL"
                   TO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "MUESTRA (CODIGOS)...... " WKS-PLAN-PROC
                   " MIN " WKS-PLAN-UMB-MUESTRA
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "NO CORREG. POR 10000... " WKS-PLAN-NOCORR-PDM
                   "     RETENER >= " WKS-PLAN-UMB-RETENER
                   " (15,11) <= " WKS-PLAN-UMB-NOCORR-15
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "CORRECCIONES POR MIL... " WKS-PLAN-CORR-PM
                   "     (15,11) <= " WKS-PLAN-UMB-LIMPIO
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "VARIOS BITS POR MIL.... " WKS-PLAN-MULTI-PM
                   "     (15,11) <= " WKS-PLAN-UMB-MULTI
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "CORRECCIONES EN RACHA % " WKS-PLAN-RAFAGA-PCT
                   "       ENTRELAZAR >= " WKS-PLAN-UMB-RAFAGA
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               EVALUATE WKS-PLAN-RECOMEND
                   WHEN "15"
                       MOVE "RECOMENDACION: HAMMING (15,11)"
                           TO WKS-LINEA-PLANREP
                   WHEN "IL"
                       STRING "RECOMENDACION: HAMMING (33,7) "
                           "ENTRELAZADO A PROFUNDIDAD "
                           WKS-PLAN-PROFUNDIDAD
                           DELIMITED BY SIZE INTO WKS-LINEA-PLANREP
                   WHEN "RT"
                       MOVE "RECOMENDACION: RETENER EL TRAFICO"
                           TO WKS-LINEA-PLANREP
                   WHEN OTHER
                       MOVE "RECOMENDACION: HAMMING (33,7)"
                           TO WKS-LINEA-PLANREP
               END-EVALUATE.
               PERFORM GRABAR-LINEA-PLANREP.
               MOVE SPACES TO WKS-LINEA-PLANREP.
               STRING "MOTIVO: " WKS-PLAN-MOTIVO
                   DELIMITED BY SIZE INTO WKS-LINEA-PLANREP.
               PERFORM GRABAR-LINEA-PLANREP.
               CLOSE HAM-PLANREP-FILE.
               DISPLAY "PLAN DEL CANAL GRABADO EN HAMPLANREP".

           GRABAR-LINEA-PLANREP.
               MOVE WKS-LINEA-PLANREP TO WKS-REG-PLANREP.
               WRITE WKS-REG-PLANREP.
               DISPLAY WKS-LINEA-PLANREP.

           GRABAR-CONTROL-PLAN.
      *    UN SOLO REGISTRO POR CANAL, REEMPLAZADO EN CADA PLAN
               MOVE WKS-CANAL-ACTUAL TO WKS-PCTL-CANAL.
               MOVE WKS-FECHA-HOY TO WKS-PCTL-FECHA.
               MOVE WKS-PLAN-DESDE TO WKS-PCTL-DESDE.
               MOVE WKS-PLAN-RECOMEND TO WKS-PCTL-RECOMEND.
               MOVE WKS-PLAN-PROFUNDIDAD TO WKS-PCTL-PROFUNDIDAD.
               MOVE WKS-PLAN-PROC TO WKS-PCTL-PROCESADOS.
               MOVE WKS-PLAN-NOCORR-PDM TO WKS-PCTL-NOCORR-PDM.
               MOVE WKS-PLAN-CORR-PM TO WKS-PCTL-CORR-PM.
               MOVE WKS-PLAN-RAFAGA-PCT TO WKS-PCTL-RAFAGA-PCT.
               OPEN OUTPUT HAM-PLANCTL-FILE.
               MOVE WKS-REG-PLAN-CONTROL TO WKS-REG-PLANCTL.
               WRITE WKS-REG-PLANCTL.
               CLOSE HAM-PLANCTL-FILE.

           EJECUTAR-CIFRADO-PLANIFICADO.
      *    CIFRADO NOCTURNO SEGUN EL PLAN DEL CANAL: (15,11) CIFRA
      *    HAM15IN EN HAM15OUT; (33,7) CIFRA HAMMIN EN HAMMOUT Y, SI
      *    EL PLAN LO PIDE, LO ENTRELAZA EN HAMILV A LA PROFUNDIDAD
      *    RECOMENDADA; RETENER NO CIFRA NADA Y TERMINA CON CODIGO
      *    DE RETORNO 8 PARA QUE EL PASO DE TRANSMISION NO CORRA. EL
      *    JOB DEJA LA ENTRADA DEL MODO QUE CORRESPONDA. SIN REGISTRO
      *    DE CONTROL (O CON UNO DE OTRO CANAL) SE CIFRA EN (33,7)
      *    SIN ENTRELAZAR, COMO ANTES, CON AVISO Y CODIGO 4; UN PLAN
      *    VENCIDO SE APLICA IGUAL PERO TAMBIEN AVISA.
               MOVE SPACES TO WKS-REG-PLAN-CONTROL.
               OPEN INPUT HAM-PLANCTL-FILE.
               IF WKS-FS-PLANCTL = "00" THEN
                   READ HAM-PLANCTL-FILE
                       AT END
                           MOVE SPACES TO WKS-REG-PLANCTL
                   END-READ
                   MOVE WKS-REG-PLANCTL TO WKS-REG-PLAN-CONTROL
                   CLOSE HAM-PLANCTL-FILE
               END-IF.
               IF WKS-PCTL-MARCA NOT = "PLAN" OR
                       WKS-PCTL-CANAL NOT = WKS-CANAL-ACTUAL OR
                       WKS-PCTL-FECHA NOT NUMERIC THEN
                   DISPLAY "SIN PLAN DEL CANAL EN HAMPLNCTL, SE CIFRA "
                       "EN (33,7) SIN ENTRELAZAR"
                   MOVE "33" TO WKS-PCTL-RECOMEND
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
                   COMPUTE WKS-PLAN-EDAD =
                       FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE(WKS-PCTL-FECHA)
                   DISPLAY "PLAN DEL CANAL DEL " WKS-PCTL-FECHA ": "
                       WKS-PCTL-RECOMEND " PROFUNDIDAD "
                       WKS-PCTL-PROFUNDIDAD
                   IF WKS-PLAN-EDAD > WKS-PLAN-UMB-VIGENCIA THEN
                       DISPLAY "AVISO: PLAN CON " WKS-PLAN-EDAD
                           " DIAS, CONVIENE REHACERLO"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN PCTL-RETENER
                       DISPLAY "PLAN DEL CANAL: TRAFICO RETENIDO, NO "
                           "SE CIFRA"
                       MOVE 8 TO RETURN-CODE
                   WHEN PCTL-MODO-15
                       PERFORM CREAR-HAMMING-15
                   WHEN PCTL-MODO-ENTRELAZADO
                       PERFORM CREAR-HAMMING
                       MOVE WKS-PCTL-PROFUNDIDAD TO WKS-ILV-PROFUNDIDAD
                       PERFORM ENTRELAZAR-LOTE
                   WHEN OTHER
                       PERFORM CREAR-HAMMING
               END-EVALUATE.

           GENERAR-HOJA-CONTROL.
      *    HOJA DE CONTROL MATUTINA: UNA PAGINA POR CANAL DE LA
      *    LISTA Y UNA DE TOTALES. AL TERMINAR SE VUELVE AL CANAL
      *    CON EL QUE ARRANCO LA EJECUCION.
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               IF WKS-CTRL-DESDE IS NOT NUMERIC THEN
                   COMPUTE WKS-CTRL-DESDE-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY) - 1)
                   MOVE WKS-CTRL-DESDE-NUM TO WKS-CTRL-DESDE
               END-IF.
               MOVE WKS-CANAL-ACTUAL TO WKS-CTRL-CANAL-ORIGEN.
               IF WKS-CTRL-LISTA = SPACES THEN
                   IF WKS-CANAL-ACTUAL = SPACE THEN
                       MOVE "*" TO WKS-CTRL-LISTA
                   ELSE
                       MOVE WKS-CANAL-ACTUAL TO WKS-CTRL-LISTA
                   END-IF
               END-IF.
               MOVE 0 TO WKS-CTRL-PAGINA.
               MOVE 0 TO WKS-CTRL-CANT-CANALES.
               MOVE 0 TO WKS-CTRL-NIVEL-GENERAL.
               MOVE 0 TO WKS-CTRL-TOT-LOTES.
               MOVE 0 TO WKS-CTRL-TOT-LOTES-CORR.
               MOVE 0 TO WKS-CTRL-TOT-LOTES-CUAR.
               MOVE 0 TO WKS-CTRL-TOT-CODIGOS.
               MOVE 0 TO WKS-CTRL-TOT-CORREGIDOS.
               MOVE 0 TO WKS-CTRL-TOT-NOCORR.
               MOVE 0 TO WKS-CTRL-TOT-SEG-RECH.
               MOVE 0 TO WKS-CTRL-TOT-SUSPENDIDOS.
               MOVE 0 TO WKS-CTRL-TOT-EXC.
               MOVE 0 TO WKS-CTRL-TOT-ROJO.
               MOVE 0 TO WKS-CTRL-TOT-AMBAR.
               MOVE 0 TO WKS-CTRL-TOT-VERDE.
               MOVE ZEROS TO WKS-CTRL-TOT-BANDAS.
               MOVE SPACES TO WKS-CTRL-RESUMEN.
               OPEN OUTPUT HAM-CTRL-FILE.

               PERFORM VARYING WKS-CTRL-I FROM 1 BY 1
                   UNTIL WKS-CTRL-I > 10
                   IF WKS-CTRL-LISTA(WKS-CTRL-I:1) NOT = SPACE THEN
                       MOVE WKS-CTRL-LISTA(WKS-CTRL-I:1)
                           TO WKS-CANAL-NUEVO
                       IF WKS-CANAL-NUEVO = "*" THEN
                           MOVE SPACE TO WKS-CANAL-NUEVO
                       END-IF
                       PERFORM ENRUTAR-OTRO-CANAL
                       ADD 1 TO WKS-CTRL-CANT-CANALES
                       PERFORM REUNIR-DATOS-CANAL-CONTROL
                       PERFORM EVALUAR-SEMAFORO-CANAL
                       PERFORM IMPRIMIR-PAGINA-CANAL-CONTROL
                       PERFORM ACUMULAR-TOTALES-CONTROL
                   END-IF
               END-PERFORM.

               PERFORM IMPRIMIR-PAGINA-TOTALES-CONTROL.
               CLOSE HAM-CTRL-FILE.
               MOVE WKS-CTRL-CANAL-ORIGEN TO WKS-CANAL-NUEVO.
               PERFORM ENRUTAR-OTRO-CANAL.
               DISPLAY "HOJA DE CONTROL GRABADA EN HAMCTRL".
               IF WKS-CTRL-NIVEL-GENERAL > RETURN-CODE THEN
                   MOVE WKS-CTRL-NIVEL-GENERAL TO RETURN-CODE
               END-IF.
               MOVE SPACES TO WKS-CTRL-DESDE.
               MOVE SPACES TO WKS-CTRL-LISTA.

           ENRUTAR-OTRO-CANAL.
      *    PASA LOS NOMBRES DE ARCHIVO AL CANAL WKS-CANAL-NUEVO
      *    (ESPACIO = SIN SUFIJO), PARA LOS INFORMES QUE RECORREN
      *    VARIOS CANALES EN UNA MISMA EJECUCION
               IF WKS-CANAL-ACTUAL NOT = WKS-CANAL-NUEVO THEN
                   IF WKS-CANAL-ACTUAL NOT = SPACE THEN
                       PERFORM QUITAR-CANAL-DE-ARCHIVOS
                   END-IF
                   MOVE WKS-CANAL-NUEVO TO WKS-CANAL-ACTUAL
                   IF WKS-CANAL-ACTUAL NOT = SPACE THEN
                       PERFORM APLICAR-CANAL-A-ARCHIVOS
                   END-IF
               END-IF.

           REUNIR-DATOS-CANAL-CONTROL.
               MOVE 0 TO WKS-CTRL-LOTES.
               MOVE 0 TO WKS-CTRL-LOTES-CORR.
               MOVE 0 TO WKS-CTRL-LOTES-CUAR.
               MOVE 0 TO WKS-CTRL-CODIGOS.
               MOVE 0 TO WKS-CTRL-CORREGIDOS.
               MOVE 0 TO WKS-CTRL-NOCORR.
               MOVE 0 TO WKS-CTRL-SEG-RECH.
               MOVE SPACE TO WKS-CTRL-CKPT-ESTADO.
               MOVE SPACES TO WKS-CTRL-CKPT-LOTE.
               MOVE 0 TO WKS-CTRL-CKPT-SEG.
               MOVE 0 TO WKS-CTRL-CKPT-POS.
               MOVE ZEROS TO WKS-CTRL-BANDAS.
               MOVE 0 TO WKS-CTRL-EXC-33.
               MOVE 0 TO WKS-CTRL-EXC-15.
               MOVE 0 TO WKS-CTRL-EXC-DEC.
               MOVE 0 TO WKS-CTRL-EXC-MSG.
               MOVE "N" TO WKS-CTRL-RECON.
               MOVE 0 TO WKS-CTRL-REC-FALT.
               MOVE 0 TO WKS-CTRL-REC-SOBR.
               MOVE 0 TO WKS-CTRL-REC-DUP.

      *    HISTORIAL: UNA FILA POR LOTE CORREGIDO DESDE LA FECHA
               MOVE "N" TO WKS-SW-FIN-CTRL.
               OPEN INPUT HAM-HIST-FILE.
               IF WKS-FS-HISTORIAL = "00" THEN
                   PERFORM UNTIL FIN-CTRL
                       READ HAM-HIST-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CTRL
                       END-READ
                       IF NOT FIN-CTRL AND
                               WKS-HIST-CANAL = WKS-CANAL-ACTUAL AND
                               WKS-HIST-FECHA >= WKS-CTRL-DESDE THEN
                           ADD 1 TO WKS-CTRL-LOTES
                           ADD WKS-HIST-PROCESADOS TO WKS-CTRL-CODIGOS
                           IF WKS-HIST-CORR-C1 + WKS-HIST-CORR-C2 +
                                   WKS-HIST-CORR-C3 +
                                   WKS-HIST-CORR-CONSENSO > 0 THEN
                               ADD 1 TO WKS-CTRL-LOTES-CORR
                           END-IF
                           ADD WKS-HIST-CORR-C1 WKS-HIST-CORR-C2
                               WKS-HIST-CORR-C3 WKS-HIST-CORR-CONSENSO
                               TO WKS-CTRL-CORREGIDOS
                           IF WKS-HIST-NOCORREGIBLES > 0 THEN
                               ADD 1 TO WKS-CTRL-LOTES-CUAR
                           END-IF
                           ADD WKS-HIST-NOCORREGIBLES TO WKS-CTRL-NOCORR
                       END-IF
                   END-PERFORM
                   CLOSE HAM-HIST-FILE
               END-IF.

      *    ACUSE DE LA ULTIMA CORRECCION: UN RCH POR SEGMENTO
      *    RECHAZADO ENTERO
               MOVE "N" TO WKS-SW-FIN-CTRL.
               OPEN INPUT HAM-ACUSE-FILE.
               IF WKS-FS-ACUSE = "00" THEN
                   PERFORM UNTIL FIN-CTRL
                       READ HAM-ACUSE-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CTRL
                       END-READ
                       IF NOT FIN-CTRL AND
                               WKS-REG-ACUSE(1:3) = "RCH" THEN
                           ADD 1 TO WKS-CTRL-SEG-RECH
                       END-IF
                   END-PERFORM
                   CLOSE HAM-ACUSE-FILE
               END-IF.

      *    CHECKPOINT NO VACIO: LA ULTIMA CORRECCION NO TERMINO. EL
      *    FORMATO VIEJO SIN LOTE NI MARCA SE INFORMA COMO
      *    INTERRUMPIDO
               OPEN INPUT HAM-CKPT-FILE.
               IF WKS-FS-CHECKPOINT = "00" THEN
                   READ HAM-CKPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WKS-REG-CHECKPOINT(1:8) IS NUMERIC THEN
                               MOVE WKS-CKPT-REG-SEGMENTO
                                   TO WKS-CTRL-CKPT-SEG
                               MOVE WKS-CKPT-REG-CONTADOR
                                   TO WKS-CTRL-CKPT-POS
                               MOVE WKS-CKPT-REG-LOTE
                                   TO WKS-CTRL-CKPT-LOTE
                               IF CKPT-REG-SUSPENDIDO THEN
                                   MOVE "S" TO WKS-CTRL-CKPT-ESTADO
                               ELSE
                                   MOVE "P" TO WKS-CTRL-CKPT-ESTADO
                               END-IF
                           END-IF
                   END-READ
                   CLOSE HAM-CKPT-FILE
               END-IF.

      *    CUARENTENA ABIERTA DEL MAESTRO POR ANTIGUEDAD
               MOVE "S" TO WKS-CTRL-MAESTRO.
               MOVE "N" TO WKS-SW-FIN-MAESTRO.
               OPEN INPUT HAM-MAESTRO-FILE.
               IF WKS-FS-MAESTRO NOT = "00" THEN
                   MOVE "N" TO WKS-CTRL-MAESTRO
               ELSE
                   COMPUTE WKS-QREP-HOY-ENT =
                       FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
                   PERFORM UNTIL FIN-MAESTRO
                       READ HAM-MAESTRO-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WKS-SW-FIN-MAESTRO
                       END-READ
                       IF WKS-FS-MAESTRO NOT = "00" THEN
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                       END-IF
                       IF NOT FIN-MAESTRO AND (WKS-MAE-ESTADO = "Q"
                               OR WKS-MAE-ESTADO = "P") THEN
                           PERFORM CALCULAR-DIAS-EN-CUARENTENA
                           EVALUATE TRUE
                               WHEN WKS-QREP-DIAS <=
                                       WKS-CTRL-BANDA-LIM-1
                                   MOVE 1 TO WKS-CTRL-B
                               WHEN WKS-QREP-DIAS <=
                                       WKS-CTRL-BANDA-LIM-2
                                   MOVE 2 TO WKS-CTRL-B
                               WHEN WKS-QREP-DIAS <=
                                       WKS-CTRL-BANDA-LIM-3
                                   MOVE 3 TO WKS-CTRL-B
                               WHEN OTHER
                                   MOVE 4 TO WKS-CTRL-B
                           END-EVALUATE
                           ADD 1 TO WKS-CTRL-BANDA(WKS-CTRL-B)
                       END-IF
                   END-PERFORM
                   CLOSE HAM-MAESTRO-FILE
               END-IF.

      *    EXCEPCIONES DE ENTRADA DE LA ULTIMA EJECUCION DE CADA
      *    PASO (CADA UNO REESCRIBE SU ARCHIVO)
               MOVE "N" TO WKS-SW-FIN-CTRL.
               OPEN INPUT HAM-EXCEPCIONES-FILE.
               IF WKS-FS-EXCEPCIONES = "00" THEN
                   PERFORM UNTIL FIN-CTRL
                       READ HAM-EXCEPCIONES-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CTRL
                           NOT AT END
                               ADD 1 TO WKS-CTRL-EXC-33
                       END-READ
                   END-PERFORM
                   CLOSE HAM-EXCEPCIONES-FILE
               END-IF.
               MOVE "N" TO WKS-SW-FIN-CTRL.
               OPEN INPUT HAM15-EXCEPCIONES-FILE.
               IF WKS-FS-EXCEPCIONES-15 = "00" THEN
                   PERFORM UNTIL FIN-CTRL
                       READ HAM15-EXCEPCIONES-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CTRL
                           NOT AT END
                               ADD 1 TO WKS-CTRL-EXC-15
                       END-READ
                   END-PERFORM
                   CLOSE HAM15-EXCEPCIONES-FILE
               END-IF.
               MOVE "N" TO WKS-SW-FIN-CTRL.
               OPEN INPUT HAM-DECEXC-FILE.
               IF WKS-FS-DECEXC = "00" THEN
                   PERFORM UNTIL FIN-CTRL
                       READ HAM-DECEXC-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CTRL
                           NOT AT END
                               ADD 1 TO WKS-CTRL-EXC-DEC
                       END-READ
                   END-PERFORM
                   CLOSE HAM-DECEXC-FILE
               END-IF.
               MOVE "N" TO WKS-SW-FIN-CTRL.
               OPEN INPUT HAM-MSGEXC-FILE.
               IF WKS-FS-MSGEXC = "00" THEN
                   PERFORM UNTIL FIN-CTRL
                       READ HAM-MSGEXC-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CTRL
                           NOT AT END
                               ADD 1 TO WKS-CTRL-EXC-MSG
                       END-READ
                   END-PERFORM
                   CLOSE HAM-MSGEXC-FILE
               END-IF.
               COMPUTE WKS-CTRL-EXC-TOTAL = WKS-CTRL-EXC-33 +
                   WKS-CTRL-EXC-15 + WKS-CTRL-EXC-DEC +
                   WKS-CTRL-EXC-MSG.

      *    CONCILIACION: LA LINEA DE TOTALES DE HAMRECON ES
      *    "COINCIDEN n  FALTANTES n  SOBRANTES n  DUPLICADOS n"
      *    CON CIFRAS DE 5 DIGITOS (VER IMPRIMIR-INFORME-RECON)
               MOVE "N" TO WKS-SW-FIN-CTRL.
               OPEN INPUT HAM-RECON-FILE.
               IF WKS-FS-RECON = "00" THEN
                   PERFORM UNTIL FIN-CTRL
                       READ HAM-RECON-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CTRL
                       END-READ
                       IF NOT FIN-CTRL AND
                               WKS-REG-RECON(1:10) = "COINCIDEN " AND
                               WKS-REG-RECON(28:5) IS NUMERIC AND
                               WKS-REG-RECON(45:5) IS NUMERIC AND
                               WKS-REG-RECON(63:5) IS NUMERIC THEN
                           MOVE "S" TO WKS-CTRL-RECON
                           MOVE WKS-REG-RECON(28:5) TO WKS-CTRL-REC-FALT
                           MOVE WKS-REG-RECON(45:5) TO WKS-CTRL-REC-SOBR
                           MOVE WKS-REG-RECON(63:5) TO WKS-CTRL-REC-DUP
                       END-IF
                   END-PERFORM
                   CLOSE HAM-RECON-FILE
               END-IF.

           EVALUAR-SEMAFORO-CANAL.
      *    ROJO: LOTE SUSPENDIDO O INTERRUMPIDO, SEGMENTO RECHAZADO
      *    ENTERO O CUARENTENA MAS VIEJA QUE LA TERCERA BANDA. AMBAR:
      *    NINGUN LOTE EN EL HISTORIAL, LOTES CON CUARENTENA,
      *    EXCEPCIONES DE ENTRADA, CUARENTENA EN LA TERCERA BANDA,
      *    DIFERENCIAS DE CONCILIACION O MAESTRO NO DISPONIBLE. EL
      *    MOTIVO QUE SE MUESTRA ES EL PRIMERO DEL PEOR NIVEL.
               EVALUATE TRUE
                   WHEN CTRL-CKPT-SUSPENDIDO
                       MOVE 8 TO WKS-CTRL-NIVEL
                       MOVE "LOTE SUSPENDIDO POR EL CORTACIRCUITO"
                           TO WKS-CTRL-MOTIVO
                   WHEN NOT CTRL-CKPT-LIBRE
                       MOVE 8 TO WKS-CTRL-NIVEL
                       MOVE "CORRECCION INTERRUMPIDA SIN TERMINAR"
                           TO WKS-CTRL-MOTIVO
                   WHEN WKS-CTRL-SEG-RECH > 0
                       MOVE 8 TO WKS-CTRL-NIVEL
                       MOVE "SEGMENTOS RECHAZADOS ENTEROS"
                           TO WKS-CTRL-MOTIVO
                   WHEN WKS-CTRL-BANDA(4) > 0
                       MOVE 8 TO WKS-CTRL-NIVEL
                       MOVE "CUARENTENA ABIERTA VENCIDA"
                           TO WKS-CTRL-MOTIVO
                   WHEN WKS-CTRL-LOTES = 0
                       MOVE 4 TO WKS-CTRL-NIVEL
                       MOVE "SIN LOTES CORREGIDOS EN EL PERIODO"
                           TO WKS-CTRL-MOTIVO
                   WHEN CTRL-SIN-MAESTRO
                       MOVE 4 TO WKS-CTRL-NIVEL
                       MOVE "MAESTRO DE MENSAJES NO DISPONIBLE"
                           TO WKS-CTRL-MOTIVO
                   WHEN WKS-CTRL-LOTES-CUAR > 0
                       MOVE 4 TO WKS-CTRL-NIVEL
                       MOVE "LOTES CON CODIGOS EN CUARENTENA"
                           TO WKS-CTRL-MOTIVO
                   WHEN WKS-CTRL-BANDA(3) > 0
                       MOVE 4 TO WKS-CTRL-NIVEL
                       MOVE "CUARENTENA ABIERTA ENVEJECIDA"
                           TO WKS-CTRL-MOTIVO
                   WHEN WKS-CTRL-EXC-TOTAL > 0
                       MOVE 4 TO WKS-CTRL-NIVEL
                       MOVE "EXCEPCIONES DE ENTRADA"
                           TO WKS-CTRL-MOTIVO
                   WHEN WKS-CTRL-REC-FALT + WKS-CTRL-REC-SOBR +
                           WKS-CTRL-REC-DUP > 0
                       MOVE 4 TO WKS-CTRL-NIVEL
                       MOVE "DIFERENCIAS EN LA CONCILIACION"
                           TO WKS-CTRL-MOTIVO
                   WHEN OTHER
                       MOVE 0 TO WKS-CTRL-NIVEL
                       MOVE "SIN NOVEDADES" TO WKS-CTRL-MOTIVO
               END-EVALUATE.
               EVALUATE WKS-CTRL-NIVEL
                   WHEN 8
                       MOVE "ROJO" TO WKS-CTRL-SEMAFORO
                       ADD 1 TO WKS-CTRL-TOT-ROJO
                   WHEN 4
                       MOVE "AMBAR" TO WKS-CTRL-SEMAFORO
                       ADD 1 TO WKS-CTRL-TOT-AMBAR
                   WHEN OTHER
                       MOVE "VERDE" TO WKS-CTRL-SEMAFORO
                       ADD 1 TO WKS-CTRL-TOT-VERDE
               END-EVALUATE.
               IF WKS-CTRL-NIVEL > WKS-CTRL-NIVEL-GENERAL THEN
                   MOVE WKS-CTRL-NIVEL TO WKS-CTRL-NIVEL-GENERAL
               END-IF.
               MOVE WKS-CANAL-ACTUAL
                   TO WKS-CTRL-RES-CANAL(WKS-CTRL-CANT-CANALES).
               MOVE WKS-CTRL-SEMAFORO
                   TO WKS-CTRL-RES-SEMAFORO(WKS-CTRL-CANT-CANALES).
               MOVE WKS-CTRL-MOTIVO
                   TO WKS-CTRL-RES-MOTIVO(WKS-CTRL-CANT-CANALES).

           IMPRIMIR-PAGINA-CANAL-CONTROL.
               PERFORM GRABAR-CABECERA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               IF WKS-CANAL-ACTUAL = SPACE THEN
                   MOVE "CANAL: ARCHIVOS SIN SUFIJO DE CANAL"
                       TO WKS-LINEA-CTRL
               ELSE
                   STRING "CANAL: " WKS-CANAL-ACTUAL
                       DELIMITED BY SIZE INTO WKS-LINEA-CTRL
               END-IF.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "LOTES PROCESADOS.....: " WKS-CTRL-LOTES
                   "  CON CORRECCION: " WKS-CTRL-LOTES-CORR
                   "  CON CUARENTENA: " WKS-CTRL-LOTES-CUAR
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "CODIGOS PROCESADOS...: " WKS-CTRL-CODIGOS
                   "  CORREGIDOS: " WKS-CTRL-CORREGIDOS
                   "  NO CORR.: " WKS-CTRL-NOCORR
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "SEGMENTOS RECHAZADOS.: " WKS-CTRL-SEG-RECH
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               EVALUATE TRUE
                   WHEN CTRL-CKPT-LIBRE
                       MOVE "CHECKPOINT...........: SIN LOTE PENDIENTE"
                           TO WKS-LINEA-CTRL
                   WHEN CTRL-CKPT-SUSPENDIDO
                       STRING "CHECKPOINT...........: LOTE "
                           WKS-CTRL-CKPT-LOTE " SUSPENDIDO, SEGMENTO "
                           WKS-CTRL-CKPT-SEG " POSICION "
                           WKS-CTRL-CKPT-POS
                           DELIMITED BY SIZE INTO WKS-LINEA-CTRL
                   WHEN OTHER
                       STRING "CHECKPOINT...........: LOTE "
                           WKS-CTRL-CKPT-LOTE " INTERRUMPIDO, SEGMENTO "
                           WKS-CTRL-CKPT-SEG " POSICION "
                           WKS-CTRL-CKPT-POS
                           DELIMITED BY SIZE INTO WKS-LINEA-CTRL
               END-EVALUATE.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               IF CTRL-SIN-MAESTRO THEN
                   MOVE "CUARENTENA ABIERTA...: MAESTRO NO DISPONIBLE"
                       TO WKS-LINEA-CTRL
               ELSE
                   STRING "CUARENTENA ABIERTA...: <="
                       WKS-CTRL-BANDA-LIM-1 "D " WKS-CTRL-BANDA(1)
                       "  <=" WKS-CTRL-BANDA-LIM-2 "D "
                       WKS-CTRL-BANDA(2)
                       "  <=" WKS-CTRL-BANDA-LIM-3 "D "
                       WKS-CTRL-BANDA(3)
                       "  >" WKS-CTRL-BANDA-LIM-3 "D "
                       WKS-CTRL-BANDA(4)
                       DELIMITED BY SIZE INTO WKS-LINEA-CTRL
               END-IF.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "EXCEPCIONES ENTRADA..: (33,7) " WKS-CTRL-EXC-33
                   "  (15,11) " WKS-CTRL-EXC-15
                   "  DESCIFRADO " WKS-CTRL-EXC-DEC
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "                       MENSAJES "
                   WKS-CTRL-EXC-MSG
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               IF CTRL-CON-RECON THEN
                   STRING "CONCILIACION.........: FALTANTES "
                       WKS-CTRL-REC-FALT "  SOBRANTES "
                       WKS-CTRL-REC-SOBR
                       "  DUPLICADOS " WKS-CTRL-REC-DUP
                       DELIMITED BY SIZE INTO WKS-LINEA-CTRL
               ELSE
                   MOVE "CONCILIACION.........: SIN INFORME"
                       TO WKS-LINEA-CTRL
               END-IF.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "ESTADO DEL CANAL.....: " WKS-CTRL-SEMAFORO
                   " - " WKS-CTRL-MOTIVO
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.

           ACUMULAR-TOTALES-CONTROL.
               ADD WKS-CTRL-LOTES TO WKS-CTRL-TOT-LOTES.
               ADD WKS-CTRL-LOTES-CORR TO WKS-CTRL-TOT-LOTES-CORR.
               ADD WKS-CTRL-LOTES-CUAR TO WKS-CTRL-TOT-LOTES-CUAR.
               ADD WKS-CTRL-CODIGOS TO WKS-CTRL-TOT-CODIGOS.
               ADD WKS-CTRL-CORREGIDOS TO WKS-CTRL-TOT-CORREGIDOS.
               ADD WKS-CTRL-NOCORR TO WKS-CTRL-TOT-NOCORR.
               ADD WKS-CTRL-SEG-RECH TO WKS-CTRL-TOT-SEG-RECH.
               IF NOT CTRL-CKPT-LIBRE THEN
                   ADD 1 TO WKS-CTRL-TOT-SUSPENDIDOS
               END-IF.
               ADD WKS-CTRL-EXC-TOTAL TO WKS-CTRL-TOT-EXC.
               PERFORM VARYING WKS-CTRL-B FROM 1 BY 1
                   UNTIL WKS-CTRL-B > 4
                   ADD WKS-CTRL-BANDA(WKS-CTRL-B)
                       TO WKS-CTRL-TOT-BANDA(WKS-CTRL-B)
               END-PERFORM.

           IMPRIMIR-PAGINA-TOTALES-CONTROL.
               PERFORM GRABAR-CABECERA-CTRL.
               MOVE "TOTAL GENERAL DE LOS CANALES" TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "LOTES PROCESADOS.....: " WKS-CTRL-TOT-LOTES
                   "  CON CORR.: " WKS-CTRL-TOT-LOTES-CORR
                   "  CON CUAR.: " WKS-CTRL-TOT-LOTES-CUAR
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "CODIGOS PROCESADOS...: " WKS-CTRL-TOT-CODIGOS
                   "  CORREGIDOS: " WKS-CTRL-TOT-CORREGIDOS
                   "  NO CORR.: " WKS-CTRL-TOT-NOCORR
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "SEGMENTOS RECHAZADOS.: " WKS-CTRL-TOT-SEG-RECH
                   "  LOTES SIN TERMINAR: " WKS-CTRL-TOT-SUSPENDIDOS
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "CUARENTENA ABIERTA...: <=" WKS-CTRL-BANDA-LIM-1
                   "D " WKS-CTRL-TOT-BANDA(1)
                   "  <=" WKS-CTRL-BANDA-LIM-2 "D "
                   WKS-CTRL-TOT-BANDA(2)
                   "  <=" WKS-CTRL-BANDA-LIM-3 "D "
                   WKS-CTRL-TOT-BANDA(3)
                   "  >" WKS-CTRL-BANDA-LIM-3 "D " WKS-CTRL-TOT-BANDA(4)
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "EXCEPCIONES ENTRADA..: " WKS-CTRL-TOT-EXC
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE "CANAL ESTADO MOTIVO" TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               PERFORM VARYING WKS-CTRL-I FROM 1 BY 1
                   UNTIL WKS-CTRL-I > WKS-CTRL-CANT-CANALES
                   MOVE SPACES TO WKS-LINEA-CTRL
                   IF WKS-CTRL-RES-CANAL(WKS-CTRL-I) = SPACE THEN
                       MOVE "*" TO WKS-LINEA-CTRL(3:1)
                   ELSE
                       MOVE WKS-CTRL-RES-CANAL(WKS-CTRL-I)
                           TO WKS-LINEA-CTRL(3:1)
                   END-IF
                   MOVE WKS-CTRL-RES-SEMAFORO(WKS-CTRL-I)
                       TO WKS-LINEA-CTRL(7:5)
                   MOVE WKS-CTRL-RES-MOTIVO(WKS-CTRL-I)
                       TO WKS-LINEA-CTRL(14:40)
                   PERFORM GRABAR-LINEA-CTRL
               END-PERFORM.
               MOVE SPACES TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "CANALES EN ROJO " WKS-CTRL-TOT-ROJO
                   "  EN AMBAR " WKS-CTRL-TOT-AMBAR
                   "  EN VERDE " WKS-CTRL-TOT-VERDE
                   "  CODIGO DE RETORNO " WKS-CTRL-NIVEL-GENERAL
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.

           GRABAR-CABECERA-CTRL.
      *    CADA PAGINA ABRE CON SU CABECERA; DESDE LA SEGUNDA VA
      *    SEPARADA DE LA ANTERIOR POR UNA LINEA EN BLANCO Y UNA DE
      *    IGUALES
               ADD 1 TO WKS-CTRL-PAGINA.
               IF WKS-CTRL-PAGINA > 1 THEN
                   MOVE SPACES TO WKS-LINEA-CTRL
                   PERFORM GRABAR-LINEA-CTRL
                   MOVE ALL "=" TO WKS-LINEA-CTRL
                   PERFORM GRABAR-LINEA-CTRL
               END-IF.
               MOVE SPACES TO WKS-LINEA-CTRL.
               STRING "HOJA DE CONTROL DE OPERACIONES DESDE "
                   WKS-CTRL-DESDE " AL " WKS-FECHA-HOY
                   "   PAGINA " WKS-CTRL-PAGINA
                   DELIMITED BY SIZE INTO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.
               MOVE ALL "-" TO WKS-LINEA-CTRL.
               PERFORM GRABAR-LINEA-CTRL.

           GRABAR-LINEA-CTRL.
               MOVE WKS-LINEA-CTRL TO WKS-REG-CTRL.
               WRITE WKS-REG-CTRL.
               DISPLAY WKS-LINEA-CTRL.

           GENERAR-FACTURACION-MENSUAL.
      *    INFORME MENSUAL DE COSTO DE LINEA POR CANAL EN HAMFACTURA:
      *    UNA PAGINA POR CANAL DE LA LISTA CON LA PRIMERA
      *    TRANSMISION, LA RETRANSMISION Y LA SOBRECARGA DE CONTROL
      *    (CABECERA Y COLA), EL CARGO FIJO Y LO QUE AHORRO EL
      *    EMPAQUETADO, Y UNA PAGINA DE TOTALES. LOS BYTES SALEN DEL
      *    REGISTRO DE TRANSMISIONES HAMTXLOG DE CADA CANAL.
               MOVE 0 TO WKS-FAC-NIVEL.
               PERFORM FIJAR-PERIODO-FACTURA.
               IF WKS-FAC-NIVEL = 8 THEN
                   DISPLAY "PERIODO NO VALIDO (AAAAMM): "
                       WKS-FAC-PERIODO
               ELSE
                   MOVE WKS-CANAL-ACTUAL TO WKS-FAC-CANAL-ORIGEN
                   IF WKS-FAC-LISTA = SPACES THEN
                       IF WKS-CANAL-ACTUAL = SPACE THEN
                           MOVE "*" TO WKS-FAC-LISTA
                       ELSE
                           MOVE WKS-CANAL-ACTUAL TO WKS-FAC-LISTA
                       END-IF
                   END-IF
                   MOVE 0 TO WKS-FAC-PAGINA
                   MOVE 0 TO WKS-FAC-SIN-TARIFA
                   MOVE 0 TO WKS-FAC-TOT-BYTES-PRIMERA
                   MOVE 0 TO WKS-FAC-TOT-BYTES-RETRANS
                   MOVE 0 TO WKS-FAC-TOT-BYTES-CONTROL
                   MOVE 0 TO WKS-FAC-TOT-BYTES-AHORRO
                   MOVE 0 TO WKS-FAC-TOT-COSTO-PRIMERA
                   MOVE 0 TO WKS-FAC-TOT-COSTO-RETRANS
                   MOVE 0 TO WKS-FAC-TOT-COSTO-CONTROL
                   MOVE 0 TO WKS-FAC-TOT-CARGO-FIJO
                   MOVE 0 TO WKS-FAC-TOT-COSTO-AHORRO
                   MOVE 0 TO WKS-FAC-TOT-COSTO-TOTAL
                   OPEN OUTPUT HAM-FACTURA-FILE
                   PERFORM VARYING WKS-FAC-I FROM 1 BY 1
                       UNTIL WKS-FAC-I > 10
                       IF WKS-FAC-LISTA(WKS-FAC-I:1) NOT = SPACE THEN
                           MOVE WKS-FAC-LISTA(WKS-FAC-I:1)
                               TO WKS-CANAL-NUEVO
                           IF WKS-CANAL-NUEVO = "*" THEN
                               MOVE SPACE TO WKS-CANAL-NUEVO
                           END-IF
                           PERFORM ENRUTAR-OTRO-CANAL
                           PERFORM BUSCAR-TARIFA-CANAL
                           PERFORM ACUMULAR-FACTURA-CANAL
                           PERFORM CALCULAR-COSTOS-FACTURA
                           PERFORM IMPRIMIR-PAGINA-CANAL-FACTURA
                           PERFORM ACUMULAR-TOTALES-FACTURA
                       END-IF
                   END-PERFORM
                   PERFORM IMPRIMIR-PAGINA-TOTALES-FACTURA
                   CLOSE HAM-FACTURA-FILE
                   MOVE WKS-FAC-CANAL-ORIGEN TO WKS-CANAL-NUEVO
                   PERFORM ENRUTAR-OTRO-CANAL
                   DISPLAY "FACTURACION DE LINEA GRABADA EN HAMFACTURA"
               END-IF.
               IF WKS-FAC-NIVEL > RETURN-CODE THEN
                   MOVE WKS-FAC-NIVEL TO RETURN-CODE
               END-IF.
               MOVE SPACES TO WKS-FAC-PERIODO.
               MOVE SPACES TO WKS-FAC-LISTA.

           FIJAR-PERIODO-FACTURA.
      *    PERIODO AAAAMM A FACTURAR; EN BLANCO SE TOMA EL MES
      *    ANTERIOR AL DE HOY, QUE ES EL QUE LLEGA FACTURADO
               IF WKS-FAC-PERIODO = SPACES THEN
                   ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
                   COMPUTE WKS-FAC-ANIO = WKS-FECHA-HOY / 10000
                   COMPUTE WKS-FAC-MES = WKS-FECHA-HOY / 100 -
                       WKS-FAC-ANIO * 100
                   IF WKS-FAC-MES = 1 THEN
                       MOVE 12 TO WKS-FAC-MES
                       SUBTRACT 1 FROM WKS-FAC-ANIO
                   ELSE
                       SUBTRACT 1 FROM WKS-FAC-MES
                   END-IF
                   STRING WKS-FAC-ANIO WKS-FAC-MES
                       DELIMITED BY SIZE INTO WKS-FAC-PERIODO
               END-IF.
               IF WKS-FAC-PERIODO IS NOT NUMERIC THEN
                   MOVE 8 TO WKS-FAC-NIVEL
               ELSE
                   MOVE WKS-FAC-PERIODO(5:2) TO WKS-FAC-MES
                   IF WKS-FAC-MES < 1 OR WKS-FAC-MES > 12 THEN
                       MOVE 8 TO WKS-FAC-NIVEL
                   END-IF
               END-IF.

           BUSCAR-TARIFA-CANAL.
      *    TARIFA DEL CANAL EN CURSO. SIN TARIFA LOS IMPORTES QUEDAN
      *    EN CERO Y EL PROCESO TERMINA CON CODIGO DE RETORNO 4
               MOVE "N" TO WKS-SW-FAC-TARIFA.
               MOVE 0 TO WKS-FAC-PRECIO.
               MOVE 0 TO WKS-FAC-CARGO-FIJO.
               MOVE SPACES TO WKS-FAC-DESCRIPCION.
               MOVE "N" TO WKS-SW-FIN-FAC.
               OPEN INPUT HAM-TARIFA-FILE.
               IF WKS-FS-TARIFA = "00" THEN
                   PERFORM UNTIL FIN-FAC OR FAC-CON-TARIFA
                       READ HAM-TARIFA-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-FAC
                       END-READ
                       IF NOT FIN-FAC THEN
                           MOVE WKS-REG-TARIFA TO WKS-LINEA-TARIFA
                           IF WKS-TAR-TIPO = "T" AND
                                   WKS-TAR-CANAL = WKS-CANAL-ACTUAL AND
                                   WKS-TAR-PRECIO IS NUMERIC AND
                                   WKS-TAR-CARGO-FIJO IS NUMERIC THEN
                               MOVE "S" TO WKS-SW-FAC-TARIFA
                               MOVE WKS-TAR-PRECIO TO WKS-FAC-PRECIO
                               MOVE WKS-TAR-CARGO-FIJO
                                   TO WKS-FAC-CARGO-FIJO
                               MOVE WKS-TAR-DESCRIPCION
                                   TO WKS-FAC-DESCRIPCION
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HAM-TARIFA-FILE
               END-IF.
               IF NOT FAC-CON-TARIFA THEN
                   DISPLAY "CANAL SIN TARIFA EN HAMTARIFA: "
                       WKS-CANAL-ACTUAL
                   IF WKS-FAC-NIVEL < 4 THEN
                       MOVE 4 TO WKS-FAC-NIVEL
                   END-IF
               END-IF.

           ACUMULAR-FACTURA-CANAL.
      *    BYTES DEL PERIODO EN EL REGISTRO DE TRANSMISIONES. UN
      *    LOTE EMPAQUETADO O ENTRELAZADO REEMPLAZA LOS BYTES QUE YA
      *    ANOTO EL CIFRADO: SE SUMA LA DIFERENCIA NETA, Y LO QUE
      *    BAJO POR EL EMPAQUETADO ES EL AHORRO
               MOVE 0 TO WKS-FAC-LOTES-PRIMERA.
               MOVE 0 TO WKS-FAC-LOTES-RETRANS.
               MOVE 0 TO WKS-FAC-LOTES-EMPAQ.
               MOVE 0 TO WKS-FAC-LOTES-ENTREL.
               MOVE 0 TO WKS-FAC-BYTES-PRIMERA.
               MOVE 0 TO WKS-FAC-BYTES-RETRANS.
               MOVE 0 TO WKS-FAC-BYTES-CONTROL.
               MOVE 0 TO WKS-FAC-BYTES-AHORRO.
               MOVE "N" TO WKS-SW-FIN-FAC.
               OPEN INPUT HAM-TXLOG-FILE.
               IF WKS-FS-TXLOG = "00" THEN
                   PERFORM UNTIL FIN-FAC
                       READ HAM-TXLOG-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-FAC
                       END-READ
                       IF NOT FIN-FAC THEN
                           MOVE WKS-REG-TXLOG TO WKS-REG-TXLOG-DET
                           IF WKS-REG-TXLOG-DET(1:6) = WKS-FAC-PERIODO
                                   AND WKS-TXL-CANAL = WKS-CANAL-ACTUAL
                                   AND WKS-TXL-BYTES-DATOS IS NUMERIC
                                   AND WKS-TXL-BYTES-CONTROL IS NUMERIC
                                   AND WKS-TXL-BYTES-ANTERIOR
                                       IS NUMERIC THEN
                               PERFORM ACUMULAR-TRANSMISION-FACTURA
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HAM-TXLOG-FILE
               END-IF.

           ACUMULAR-TRANSMISION-FACTURA.
               EVALUATE TRUE
                   WHEN TXL-EMPAQUETADO
                       ADD 1 TO WKS-FAC-LOTES-EMPAQ
                       COMPUTE WKS-FAC-BYTES-AHORRO =
                           WKS-FAC-BYTES-AHORRO +
                           WKS-TXL-BYTES-ANTERIOR - WKS-TXL-BYTES-DATOS
                   WHEN TXL-ENTRELAZADO
                       ADD 1 TO WKS-FAC-LOTES-ENTREL
                   WHEN TXL-RETRANSMISION
                       ADD 1 TO WKS-FAC-LOTES-RETRANS
                   WHEN OTHER
                       ADD 1 TO WKS-FAC-LOTES-PRIMERA
               END-EVALUATE.
               IF TXL-RETRANSMISION THEN
                   COMPUTE WKS-FAC-BYTES-RETRANS =
                       WKS-FAC-BYTES-RETRANS +
                       WKS-TXL-BYTES-DATOS - WKS-TXL-BYTES-ANTERIOR
               ELSE
                   COMPUTE WKS-FAC-BYTES-PRIMERA =
                       WKS-FAC-BYTES-PRIMERA +
                       WKS-TXL-BYTES-DATOS - WKS-TXL-BYTES-ANTERIOR
               END-IF.
               ADD WKS-TXL-BYTES-CONTROL TO WKS-FAC-BYTES-CONTROL.

           CALCULAR-COSTOS-FACTURA.
      *    LA TARIFA ES POR MIL BYTES; EL CARGO FIJO VA APARTE
               COMPUTE WKS-FAC-BYTES-TOTAL = WKS-FAC-BYTES-PRIMERA +
                   WKS-FAC-BYTES-RETRANS + WKS-FAC-BYTES-CONTROL.
               COMPUTE WKS-FAC-COSTO-PRIMERA ROUNDED =
                   WKS-FAC-BYTES-PRIMERA * WKS-FAC-PRECIO / 1000.
               COMPUTE WKS-FAC-COSTO-RETRANS ROUNDED =
                   WKS-FAC-BYTES-RETRANS * WKS-FAC-PRECIO / 1000.
               COMPUTE WKS-FAC-COSTO-CONTROL ROUNDED =
                   WKS-FAC-BYTES-CONTROL * WKS-FAC-PRECIO / 1000.
               COMPUTE WKS-FAC-COSTO-AHORRO ROUNDED =
                   WKS-FAC-BYTES-AHORRO * WKS-FAC-PRECIO / 1000.
               COMPUTE WKS-FAC-COSTO-TOTAL = WKS-FAC-COSTO-PRIMERA +
                   WKS-FAC-COSTO-RETRANS + WKS-FAC-COSTO-CONTROL +
                   WKS-FAC-CARGO-FIJO.

           IMPRIMIR-PAGINA-CANAL-FACTURA.
               PERFORM GRABAR-CABECERA-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               IF WKS-CANAL-ACTUAL = SPACE THEN
                   MOVE "CANAL: ARCHIVOS SIN SUFIJO DE CANAL"
                       TO WKS-LINEA-FAC
               ELSE
                   STRING "CANAL: " WKS-CANAL-ACTUAL "  "
                       WKS-FAC-DESCRIPCION
                       DELIMITED BY SIZE INTO WKS-LINEA-FAC
               END-IF.
               PERFORM GRABAR-LINEA-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               IF FAC-CON-TARIFA THEN
                   MOVE WKS-FAC-PRECIO TO WKS-FAC-PRECIO-ED
                   MOVE WKS-FAC-CARGO-FIJO TO WKS-FAC-IMPORTE-ED
                   STRING "TARIFA: " WKS-FAC-PRECIO-ED
                       " POR MIL BYTES   CARGO FIJO: "
                       WKS-FAC-IMPORTE-ED
                       DELIMITED BY SIZE INTO WKS-LINEA-FAC
               ELSE
                   MOVE "TARIFA: SIN TARIFA EN HAMTARIFA, IMPORTES EN 0"
                       TO WKS-LINEA-FAC
               END-IF.
               PERFORM GRABAR-LINEA-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.
               PERFORM GRABAR-TITULOS-FAC.
               MOVE "PRIMERA TRANSMISION" TO WKS-FAC-CONCEPTO.
               MOVE WKS-FAC-LOTES-PRIMERA TO WKS-FAC-LOTES-LINEA.
               MOVE WKS-FAC-BYTES-PRIMERA TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-COSTO-PRIMERA TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "RETRANSMISION" TO WKS-FAC-CONCEPTO.
               MOVE WKS-FAC-LOTES-RETRANS TO WKS-FAC-LOTES-LINEA.
               MOVE WKS-FAC-BYTES-RETRANS TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-COSTO-RETRANS TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "CONTROL (CAB Y FIN)" TO WKS-FAC-CONCEPTO.
               COMPUTE WKS-FAC-LOTES-LINEA =
                   WKS-FAC-LOTES-PRIMERA + WKS-FAC-LOTES-RETRANS.
               MOVE WKS-FAC-BYTES-CONTROL TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-COSTO-CONTROL TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "CARGO FIJO MENSUAL" TO WKS-FAC-CONCEPTO.
               MOVE 0 TO WKS-FAC-LOTES-LINEA.
               MOVE 0 TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-CARGO-FIJO TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "TOTAL DEL CANAL" TO WKS-FAC-CONCEPTO.
               COMPUTE WKS-FAC-LOTES-LINEA =
                   WKS-FAC-LOTES-PRIMERA + WKS-FAC-LOTES-RETRANS.
               MOVE WKS-FAC-BYTES-TOTAL TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-COSTO-TOTAL TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.
               MOVE "AHORRO EMPAQUETADO" TO WKS-FAC-CONCEPTO.
               MOVE WKS-FAC-LOTES-EMPAQ TO WKS-FAC-LOTES-LINEA.
               MOVE WKS-FAC-BYTES-AHORRO TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-COSTO-AHORRO TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               STRING "LOTES ENTRELAZADOS: " WKS-FAC-LOTES-ENTREL
                   " (SIN CAMBIO DE VOLUMEN)"
                   DELIMITED BY SIZE INTO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.

           ACUMULAR-TOTALES-FACTURA.
               IF NOT FAC-CON-TARIFA THEN
                   ADD 1 TO WKS-FAC-SIN-TARIFA
               END-IF.
               ADD WKS-FAC-BYTES-PRIMERA TO WKS-FAC-TOT-BYTES-PRIMERA.
               ADD WKS-FAC-BYTES-RETRANS TO WKS-FAC-TOT-BYTES-RETRANS.
               ADD WKS-FAC-BYTES-CONTROL TO WKS-FAC-TOT-BYTES-CONTROL.
               ADD WKS-FAC-BYTES-AHORRO TO WKS-FAC-TOT-BYTES-AHORRO.
               ADD WKS-FAC-COSTO-PRIMERA TO WKS-FAC-TOT-COSTO-PRIMERA.
               ADD WKS-FAC-COSTO-RETRANS TO WKS-FAC-TOT-COSTO-RETRANS.
               ADD WKS-FAC-COSTO-CONTROL TO WKS-FAC-TOT-COSTO-CONTROL.
               ADD WKS-FAC-CARGO-FIJO TO WKS-FAC-TOT-CARGO-FIJO.
               ADD WKS-FAC-COSTO-AHORRO TO WKS-FAC-TOT-COSTO-AHORRO.
               ADD WKS-FAC-COSTO-TOTAL TO WKS-FAC-TOT-COSTO-TOTAL.

           IMPRIMIR-PAGINA-TOTALES-FACTURA.
               PERFORM GRABAR-CABECERA-FAC.
               MOVE "TOTAL GENERAL DE LOS CANALES" TO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.
               PERFORM GRABAR-TITULOS-FAC.
               MOVE 0 TO WKS-FAC-LOTES-LINEA.
               MOVE "PRIMERA TRANSMISION" TO WKS-FAC-CONCEPTO.
               MOVE WKS-FAC-TOT-BYTES-PRIMERA TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-TOT-COSTO-PRIMERA TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "RETRANSMISION" TO WKS-FAC-CONCEPTO.
               MOVE WKS-FAC-TOT-BYTES-RETRANS TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-TOT-COSTO-RETRANS TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "CONTROL (CAB Y FIN)" TO WKS-FAC-CONCEPTO.
               MOVE WKS-FAC-TOT-BYTES-CONTROL TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-TOT-COSTO-CONTROL TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "CARGO FIJO MENSUAL" TO WKS-FAC-CONCEPTO.
               MOVE 0 TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-TOT-CARGO-FIJO TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE "TOTAL GENERAL" TO WKS-FAC-CONCEPTO.
               COMPUTE WKS-FAC-BYTES-ED = WKS-FAC-TOT-BYTES-PRIMERA +
                   WKS-FAC-TOT-BYTES-RETRANS +
                   WKS-FAC-TOT-BYTES-CONTROL.
               MOVE WKS-FAC-TOT-COSTO-TOTAL TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.
               MOVE "AHORRO EMPAQUETADO" TO WKS-FAC-CONCEPTO.
               MOVE WKS-FAC-TOT-BYTES-AHORRO TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-TOT-COSTO-AHORRO TO WKS-FAC-IMPORTE-ED.
               PERFORM GRABAR-CONCEPTO-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               STRING "CANALES SIN TARIFA " WKS-FAC-SIN-TARIFA
                   "  CODIGO DE RETORNO " WKS-FAC-NIVEL
                   DELIMITED BY SIZE INTO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.

           GRABAR-TITULOS-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               STRING "CONCEPTO               LOTES"
                   "             BYTES          IMPORTE"
                   DELIMITED BY SIZE INTO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.

           GRABAR-CONCEPTO-FAC.
               MOVE SPACES TO WKS-LINEA-FAC.
               STRING WKS-FAC-CONCEPTO " " WKS-FAC-LOTES-LINEA "  "
                   WKS-FAC-BYTES-ED "  " WKS-FAC-IMPORTE-ED
                   DELIMITED BY SIZE INTO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.

           GRABAR-CABECERA-FAC.
      *    CADA PAGINA ABRE CON SU CABECERA; DESDE LA SEGUNDA VA
      *    SEPARADA DE LA ANTERIOR POR UNA LINEA EN BLANCO Y UNA DE
      *    IGUALES
               ADD 1 TO WKS-FAC-PAGINA.
               IF WKS-FAC-PAGINA > 1 THEN
                   MOVE SPACES TO WKS-LINEA-FAC
                   PERFORM GRABAR-LINEA-FAC
                   MOVE ALL "=" TO WKS-LINEA-FAC
                   PERFORM GRABAR-LINEA-FAC
               END-IF.
               MOVE SPACES TO WKS-LINEA-FAC.
               STRING "FACTURACION DE LINEA DEL PERIODO "
                   WKS-FAC-PERIODO "   PAGINA " WKS-FAC-PAGINA
                   DELIMITED BY SIZE INTO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.
               MOVE ALL "-" TO WKS-LINEA-FAC.
               PERFORM GRABAR-LINEA-FAC.

           GRABAR-LINEA-FAC.
               MOVE WKS-LINEA-FAC TO WKS-REG-FACTURA.
               WRITE WKS-REG-FACTURA.
               DISPLAY WKS-LINEA-FAC.

           CONCILIAR-FACTURA-PORTADORA.
      *    COMPARA CADA LINEA DE LA FACTURA DE LA PORTADORA (HAMCARGO,
      *    UNA POR CANAL Y PERIODO) CONTRA LO QUE CALCULAMOS CON
      *    NUESTRO REGISTRO DE TRANSMISIONES Y LA TARIFA. EN HAMFACREC
      *    SOLO SALEN LAS DIFERENCIAS QUE SUPERAN LA TOLERANCIA, PARA
      *    RECLAMARLAS.
               MOVE 0 TO WKS-FAC-NIVEL.
               MOVE 0 TO WKS-FAC-CONT-CARGOS.
               MOVE 0 TO WKS-FAC-CONT-RECLAMOS.
               MOVE 0 TO WKS-FAC-CONT-INVALIDOS.
               OPEN INPUT HAM-CARGO-FILE.
               IF WKS-FS-CARGO NOT = "00" THEN
                   DISPLAY "NO SE PUDO ABRIR HAMCARGO, ESTADO "
                       WKS-FS-CARGO
                   MOVE 8 TO WKS-FAC-NIVEL
               ELSE
                   MOVE WKS-CANAL-ACTUAL TO WKS-FAC-CANAL-ORIGEN
                   OPEN OUTPUT HAM-FACREC-FILE
                   MOVE SPACES TO WKS-LINEA-FAC
                   STRING "CONCILIACION DE LA FACTURA DE LA PORTADORA"
                       DELIMITED BY SIZE INTO WKS-LINEA-FAC
                   PERFORM GRABAR-LINEA-FACREC
                   MOVE WKS-FAC-TOL-PCT TO WKS-FAC-PCT-ED
                   MOVE WKS-FAC-TOL-IMPORTE TO WKS-FAC-IMPORTE-ED
                   MOVE SPACES TO WKS-LINEA-FAC
                   STRING "TOLERANCIA: " WKS-FAC-PCT-ED
                       " % (IMPORTE MINIMO " WKS-FAC-IMPORTE-ED ")"
                       DELIMITED BY SIZE INTO WKS-LINEA-FAC
                   PERFORM GRABAR-LINEA-FACREC
                   MOVE ALL "-" TO WKS-LINEA-FAC
                   PERFORM GRABAR-LINEA-FACREC
                   MOVE "N" TO WKS-SW-FIN-FAC
                   PERFORM UNTIL FIN-FAC
                       READ HAM-CARGO-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-FAC
                       END-READ
                       IF NOT FIN-FAC AND
                               WKS-REG-CARGO(1:1) NOT = "*" AND
                               WKS-REG-CARGO NOT = SPACES THEN
                           MOVE WKS-REG-CARGO TO WKS-LINEA-CARGO
                           IF WKS-CRG-TIPO = "C" AND
                                   WKS-CRG-PERIODO IS NUMERIC AND
                                   WKS-CRG-BYTES IS NUMERIC AND
                                   WKS-CRG-IMPORTE IS NUMERIC THEN
                               ADD 1 TO WKS-FAC-CONT-CARGOS
                               PERFORM CONCILIAR-LINEA-CARGO
                           ELSE
                               ADD 1 TO WKS-FAC-CONT-INVALIDOS
                               DISPLAY "LINEA DE HAMCARGO NO VALIDA: "
                                   WKS-REG-CARGO(1:40)
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HAM-CARGO-FILE
                   MOVE SPACES TO WKS-LINEA-FAC
                   PERFORM GRABAR-LINEA-FACREC
                   MOVE SPACES TO WKS-LINEA-FAC
                   STRING "LINEAS CONCILIADAS " WKS-FAC-CONT-CARGOS
                       "  A RECLAMAR " WKS-FAC-CONT-RECLAMOS
                       "  NO VALIDAS " WKS-FAC-CONT-INVALIDOS
                       DELIMITED BY SIZE INTO WKS-LINEA-FAC
                   PERFORM GRABAR-LINEA-FACREC
                   CLOSE HAM-FACREC-FILE
                   MOVE WKS-FAC-CANAL-ORIGEN TO WKS-CANAL-NUEVO
                   PERFORM ENRUTAR-OTRO-CANAL
                   IF WKS-FAC-CONT-RECLAMOS > 0 OR
                           WKS-FAC-CONT-INVALIDOS > 0 THEN
                       IF WKS-FAC-NIVEL < 4 THEN
                           MOVE 4 TO WKS-FAC-NIVEL
                       END-IF
                   END-IF
                   DISPLAY "CONCILIACION DE FACTURA GRABADA EN "
                       "HAMFACREC"
               END-IF.
               IF WKS-FAC-NIVEL > RETURN-CODE THEN
                   MOVE WKS-FAC-NIVEL TO RETURN-CODE
               END-IF.
               MOVE SPACES TO WKS-FAC-PERIODO.

           CONCILIAR-LINEA-CARGO.
      *    LO NUESTRO PARA EL CANAL Y EL PERIODO DE LA LINEA; LA
      *    TOLERANCIA DE IMPORTE NUNCA BAJA DEL MINIMO ABSOLUTO
               MOVE WKS-CRG-CANAL TO WKS-CANAL-NUEVO.
               IF WKS-CANAL-NUEVO = "*" THEN
                   MOVE SPACE TO WKS-CANAL-NUEVO
               END-IF.
               PERFORM ENRUTAR-OTRO-CANAL.
               MOVE WKS-CRG-PERIODO TO WKS-FAC-PERIODO.
               PERFORM BUSCAR-TARIFA-CANAL.
               PERFORM ACUMULAR-FACTURA-CANAL.
               PERFORM CALCULAR-COSTOS-FACTURA.
               COMPUTE WKS-FAC-DIF-BYTES =
                   WKS-CRG-BYTES - WKS-FAC-BYTES-TOTAL.
               COMPUTE WKS-FAC-DIF-IMPORTE =
                   WKS-CRG-IMPORTE - WKS-FAC-COSTO-TOTAL.
               COMPUTE WKS-FAC-LIMITE-BYTES =
                   WKS-FAC-BYTES-TOTAL * WKS-FAC-TOL-PCT / 100.
               COMPUTE WKS-FAC-LIMITE-IMPORTE =
                   WKS-FAC-COSTO-TOTAL * WKS-FAC-TOL-PCT / 100.
               IF WKS-FAC-LIMITE-IMPORTE < WKS-FAC-TOL-IMPORTE THEN
                   MOVE WKS-FAC-TOL-IMPORTE TO WKS-FAC-LIMITE-IMPORTE
               END-IF.
               MOVE SPACES TO WKS-FAC-CONCEPTO.
               IF WKS-FAC-DIF-BYTES > WKS-FAC-LIMITE-BYTES OR
                       WKS-FAC-DIF-BYTES <
                           0 - WKS-FAC-LIMITE-BYTES THEN
                   MOVE "BYTES" TO WKS-FAC-CONCEPTO
               END-IF.
               IF WKS-FAC-DIF-IMPORTE > WKS-FAC-LIMITE-IMPORTE OR
                       WKS-FAC-DIF-IMPORTE <
                           0 - WKS-FAC-LIMITE-IMPORTE THEN
                   IF WKS-FAC-CONCEPTO = SPACES THEN
                       MOVE "IMPORTE" TO WKS-FAC-CONCEPTO
                   ELSE
                       MOVE "BYTES E IMPORTE" TO WKS-FAC-CONCEPTO
                   END-IF
               END-IF.
               IF WKS-FAC-CONCEPTO NOT = SPACES THEN
                   ADD 1 TO WKS-FAC-CONT-RECLAMOS
                   PERFORM IMPRIMIR-RECLAMO-FACTURA
               END-IF.

           IMPRIMIR-RECLAMO-FACTURA.
               MOVE SPACES TO WKS-LINEA-FAC.
               STRING "CANAL " WKS-CRG-CANAL " PERIODO "
                   WKS-CRG-PERIODO "  RECLAMAR: " WKS-FAC-CONCEPTO
                   DELIMITED BY SIZE INTO WKS-LINEA-FAC.
               IF NOT FAC-CON-TARIFA THEN
                   MOVE "(SIN TARIFA)" TO WKS-LINEA-FAC(60:12)
               END-IF.
               PERFORM GRABAR-LINEA-FACREC.
               MOVE SPACES TO WKS-LINEA-FAC.
               MOVE "  BYTES   FACTURA" TO WKS-LINEA-FAC(1:17).
               MOVE WKS-CRG-BYTES TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-BYTES-ED TO WKS-LINEA-FAC(18:16).
               MOVE " NUESTRO" TO WKS-LINEA-FAC(34:8).
               MOVE WKS-FAC-BYTES-TOTAL TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-BYTES-ED TO WKS-LINEA-FAC(42:16).
               MOVE " DIF" TO WKS-LINEA-FAC(58:4).
               MOVE WKS-FAC-DIF-BYTES TO WKS-FAC-BYTES-ED.
               MOVE WKS-FAC-BYTES-ED TO WKS-LINEA-FAC(62:16).
               PERFORM GRABAR-LINEA-FACREC.
               MOVE SPACES TO WKS-LINEA-FAC.
               MOVE "  IMPORTE FACTURA" TO WKS-LINEA-FAC(1:17).
               MOVE WKS-CRG-IMPORTE TO WKS-FAC-IMPORTE-ED.
               MOVE WKS-FAC-IMPORTE-ED TO WKS-LINEA-FAC(19:15).
               MOVE " NUESTRO" TO WKS-LINEA-FAC(34:8).
               MOVE WKS-FAC-COSTO-TOTAL TO WKS-FAC-IMPORTE-ED.
               MOVE WKS-FAC-IMPORTE-ED TO WKS-LINEA-FAC(43:15).
               MOVE " DIF" TO WKS-LINEA-FAC(58:4).
               MOVE WKS-FAC-DIF-IMPORTE TO WKS-FAC-IMPORTE-ED.
               MOVE WKS-FAC-IMPORTE-ED TO WKS-LINEA-FAC(63:15).
               PERFORM GRABAR-LINEA-FACREC.

           GRABAR-LINEA-FACREC.
               MOVE WKS-LINEA-FAC TO WKS-REG-FACREC.
               WRITE WKS-REG-FACREC.
               DISPLAY WKS-LINEA-FAC.

           MANTENER-MAESTRO.
      *    CONSULTA Y MANTENIMIENTO MANUAL DEL MAESTRO DE MENSAJES.
      *    SOLO POR MENU, NUNCA DESATENDIDO: CADA CAMBIO DE ESTADO
      *    LO HACE UN OPERADOR IDENTIFICADO Y QUEDA EN HAMMNTLOG
               MOVE 0 TO WKS-CONT-MANT-CAMBIOS.
               PERFORM ABRIR-MAESTRO.
               IF NOT MAESTRO-ABIERTO THEN
                   DISPLAY "SIN MAESTRO NO HAY MANTENIMIENTO"
               ELSE
                   MOVE SPACE TO WKS-MANT-OPCION
                   PERFORM UNTIL WKS-MANT-OPCION = "X" OR
                           WKS-MANT-OPCION = "x"
                       DISPLAY "MANTENIMIENTO DEL MAESTRO DE MENSAJES"
                       DISPLAY "A.-Consultar un lote (conteo por "
                           "estado)"
                       DISPLAY "B.-Recorrer el maestro por lote y "
                           "secuencia"
                       DISPLAY "C.-Cambiar el estado de un registro"
                       DISPLAY "X.-Volver al menu principal"
                       ACCEPT WKS-MANT-OPCION
                       EVALUATE TRUE
                           WHEN WKS-MANT-OPCION = "A" OR
                                   WKS-MANT-OPCION = "a"
                               DISPLAY "LOTE A CONSULTAR: "
                               ACCEPT WKS-MANT-LOTE
                               PERFORM CONTAR-ESTADOS-LOTE
                           WHEN WKS-MANT-OPCION = "B" OR
                                   WKS-MANT-OPCION = "b"
                               DISPLAY "LOTE DESDE (BLANCO = "
                                   "PRINCIPIO): "
                               ACCEPT WKS-MANT-LOTE
                               DISPLAY "SECUENCIA DESDE: "
                               ACCEPT WKS-MANT-SEQ
                               PERFORM RECORRER-MAESTRO
                           WHEN WKS-MANT-OPCION = "C" OR
                                   WKS-MANT-OPCION = "c"
                               PERFORM CAMBIAR-ESTADO-MAESTRO
                           WHEN WKS-MANT-OPCION = "X" OR
                                   WKS-MANT-OPCION = "x"
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "opcion no valida"
                       END-EVALUATE
                   END-PERFORM
                   CLOSE HAM-MAESTRO-FILE
                   DISPLAY "CAMBIOS MANUALES REGISTRADOS EN HAMMNTLOG: "
                       WKS-CONT-MANT-CAMBIOS
               END-IF.

           CONTAR-ESTADOS-LOTE.
               MOVE ZEROS TO WKS-MANT-CONTEOS.
               MOVE "N" TO WKS-SW-FIN-MAESTRO.
               MOVE WKS-MANT-LOTE TO WKS-MAE-LOTE.
               MOVE 0 TO WKS-MAE-SEQ.
               START HAM-MAESTRO-FILE KEY NOT < WKS-MAE-CLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
               END-START.
               PERFORM UNTIL FIN-MAESTRO
                   READ HAM-MAESTRO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-READ
                   IF WKS-FS-MAESTRO NOT = "00" THEN
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-IF
                   IF NOT FIN-MAESTRO THEN
                       IF WKS-MAE-LOTE NOT = WKS-MANT-LOTE THEN
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                       ELSE
                           ADD 1 TO WKS-MANT-CANT-TOTAL
                           EVALUATE WKS-MAE-ESTADO
                               WHEN "T"
                                   ADD 1 TO WKS-MANT-CANT-T
                               WHEN "Q"
                                   ADD 1 TO WKS-MANT-CANT-Q
                               WHEN "R"
                                   ADD 1 TO WKS-MANT-CANT-R
                               WHEN "A"
                                   ADD 1 TO WKS-MANT-CANT-A
                               WHEN "N"
                                   ADD 1 TO WKS-MANT-CANT-N
                               WHEN "P"
                                   ADD 1 TO WKS-MANT-CANT-P
                               WHEN "B"
                                   ADD 1 TO WKS-MANT-CANT-B
                               WHEN OTHER
                                   ADD 1 TO WKS-MANT-CANT-OTRO
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM.
               IF WKS-MANT-CANT-TOTAL = 0 THEN
                   DISPLAY "EL LOTE " WKS-MANT-LOTE " NO ESTA EN EL "
                       "MAESTRO"
               ELSE
                   DISPLAY "========================================"
                   DISPLAY "LOTE " WKS-MANT-LOTE " - REGISTROS: "
                       WKS-MANT-CANT-TOTAL
                   DISPLAY "T TRANSMITIDOS.........: " WKS-MANT-CANT-T
                   DISPLAY "Q EN CUARENTENA........: " WKS-MANT-CANT-Q
                   DISPLAY "R RESUELTOS............: " WKS-MANT-CANT-R
                   DISPLAY "A ACUSADOS.............: " WKS-MANT-CANT-A
                   DISPLAY "N RETRANSMITIDOS.......: " WKS-MANT-CANT-N
                   DISPLAY "P HUECOS PENDIENTES....: " WKS-MANT-CANT-P
                   DISPLAY "B ABANDONADOS..........: " WKS-MANT-CANT-B
                   IF WKS-MANT-CANT-OTRO > 0 THEN
                       DISPLAY "OTROS ESTADOS..........: "
                           WKS-MANT-CANT-OTRO
                   END-IF
                   DISPLAY "========================================"
               END-IF.

           RECORRER-MAESTRO.
      *    LISTA EL MAESTRO EN ORDEN DE CLAVE DESDE EL LOTE Y LA
      *    SECUENCIA PEDIDOS, DE A UNA PANTALLA POR VEZ
               MOVE "N" TO WKS-SW-FIN-MAESTRO.
               MOVE SPACE TO WKS-MANT-SEGUIR.
               MOVE 0 TO WKS-MANT-LINEAS.
               MOVE WKS-MANT-LOTE TO WKS-MAE-LOTE.
               MOVE WKS-MANT-SEQ TO WKS-MAE-SEQ.
               START HAM-MAESTRO-FILE KEY NOT < WKS-MAE-CLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
               END-START.
               DISPLAY "LOTE     SECUENCIA ESTADO CODEWORD".
               PERFORM UNTIL FIN-MAESTRO
                   READ HAM-MAESTRO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-READ
                   IF WKS-FS-MAESTRO NOT = "00" THEN
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-IF
                   IF NOT FIN-MAESTRO THEN
                       DISPLAY WKS-MAE-LOTE " " WKS-MAE-SEQ "     "
                           WKS-MAE-ESTADO "      " WKS-MAE-CODIGO
                       ADD 1 TO WKS-MANT-LINEAS
                       IF WKS-MANT-LINEAS >= WKS-MANT-PAGINA THEN
                           MOVE 0 TO WKS-MANT-LINEAS
                           DISPLAY "ENTER = SIGUIENTE PANTALLA, "
                               "X = TERMINAR"
                           ACCEPT WKS-MANT-SEGUIR
                           IF WKS-MANT-SEGUIR = "X" OR
                                   WKS-MANT-SEGUIR = "x" THEN
                               MOVE "S" TO WKS-SW-FIN-MAESTRO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               DISPLAY "FIN DEL RECORRIDO".

           CAMBIAR-ESTADO-MAESTRO.
      *    CAMBIO MANUAL DE ESTADO DE UN REGISTRO. SE PIDE EL
      *    REGISTRO, LA IDENTIFICACION DEL OPERADOR, EL MOTIVO Y EL
      *    ESTADO NUEVO; SIN OPERADOR O CON UN MOTIVO FUERA DE LA
      *    TABLA NO SE CAMBIA NADA. EL REGISTRO DE MANTENIMIENTO SE
      *    GRABA SOLO SI LA REESCRITURA DEL MAESTRO FUE BIEN.
               DISPLAY "LOTE DEL REGISTRO: ".
               ACCEPT WKS-MANT-LOTE.
               DISPLAY "SECUENCIA DEL REGISTRO: ".
               ACCEPT WKS-MANT-SEQ.
               MOVE WKS-MANT-LOTE TO WKS-MAE-LOTE.
               MOVE WKS-MANT-SEQ TO WKS-MAE-SEQ.
               MOVE "S" TO WKS-FLAG-MANT-REGISTRO.
               READ HAM-MAESTRO-FILE
                   INVALID KEY
                       MOVE "N" TO WKS-FLAG-MANT-REGISTRO
               END-READ.
               IF NOT MANT-REGISTRO-HALLADO THEN
                   DISPLAY "NO EXISTE EL REGISTRO " WKS-MANT-LOTE " "
                       WKS-MANT-SEQ " EN EL MAESTRO"
               ELSE
                   DISPLAY "REGISTRO " WKS-MAE-LOTE " " WKS-MAE-SEQ
                       " ESTADO ACTUAL " WKS-MAE-ESTADO
                   DISPLAY "CODEWORD " WKS-MAE-CODIGO
                   DISPLAY "IDENTIFICACION DEL OPERADOR: "
                   ACCEPT WKS-MANT-OPERADOR
                   PERFORM VARYING WKS-MANT-I FROM 1 BY 1
                       UNTIL WKS-MANT-I > 5
                       DISPLAY "  " WKS-MOT-CODIGO(WKS-MANT-I) " "
                           WKS-MOT-TEXTO(WKS-MANT-I)
                   END-PERFORM
                   DISPLAY "CODIGO DE MOTIVO: "
                   ACCEPT WKS-MANT-MOTIVO
                   MOVE "N" TO WKS-FLAG-MANT-MOTIVO
                   PERFORM VARYING WKS-MANT-I FROM 1 BY 1
                       UNTIL WKS-MANT-I > 5
                       IF WKS-MANT-MOTIVO = WKS-MOT-CODIGO(WKS-MANT-I)
                               THEN
                           MOVE "S" TO WKS-FLAG-MANT-MOTIVO
                       END-IF
                   END-PERFORM
                   DISPLAY "ESTADO NUEVO (T/Q/R/A/N/P/B): "
                   ACCEPT WKS-MANT-ESTADO-NUEVO
                   EVALUATE TRUE
                       WHEN WKS-MANT-OPERADOR = SPACES
                           DISPLAY "FALTA LA IDENTIFICACION DEL "
                               "OPERADOR - NO SE CAMBIA NADA"
                       WHEN NOT MANT-MOTIVO-VALIDO
                           DISPLAY "MOTIVO " WKS-MANT-MOTIVO " NO "
                               "EXISTE - NO SE CAMBIA NADA"
                       WHEN NOT MANT-ESTADO-VALIDO
                           DISPLAY "ESTADO " WKS-MANT-ESTADO-NUEVO
                               " NO VALIDO - NO SE CAMBIA NADA"
                       WHEN WKS-MANT-ESTADO-NUEVO = WKS-MAE-ESTADO
                           DISPLAY "EL REGISTRO YA ESTA EN ESTADO "
                               WKS-MAE-ESTADO " - NO SE CAMBIA NADA"
                       WHEN OTHER
                           DISPLAY "CONFIRMA EL CAMBIO " WKS-MAE-ESTADO
                               " -> " WKS-MANT-ESTADO-NUEVO " (S/N): "
                           ACCEPT WKS-MANT-CONFIRMA
                           IF WKS-MANT-CONFIRMA = "S" OR
                                   WKS-MANT-CONFIRMA = "s" THEN
                               PERFORM GRABAR-CAMBIO-MAESTRO
                           ELSE
                               DISPLAY "CAMBIO CANCELADO"
                           END-IF
                   END-EVALUATE
               END-IF.

           GRABAR-CAMBIO-MAESTRO.
               MOVE WKS-MAE-ESTADO TO WKS-MANT-ESTADO-ANT.
               MOVE WKS-MANT-ESTADO-NUEVO TO WKS-MAE-ESTADO.
               REWRITE WKS-REG-MAESTRO.
               IF WKS-FS-MAESTRO NOT = "00" THEN
                   DISPLAY "NO SE PUDO REESCRIBIR EL MAESTRO (ESTADO "
                       WKS-FS-MAESTRO ") - NO SE CAMBIO NADA"
               ELSE
                   ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
                   ACCEPT WKS-HORA-AHORA FROM TIME
                   MOVE WKS-FECHA-HOY TO WKS-MLOG-FECHA
                   MOVE WKS-HORA-AHORA(1:6) TO WKS-MLOG-HORA
                   MOVE WKS-MANT-OPERADOR TO WKS-MLOG-OPERADOR
                   MOVE WKS-MANT-MOTIVO TO WKS-MLOG-MOTIVO
                   MOVE WKS-MAE-LOTE TO WKS-MLOG-LOTE
                   MOVE WKS-MAE-SEQ TO WKS-MLOG-SEQ
                   MOVE WKS-MANT-ESTADO-ANT TO WKS-MLOG-ESTADO-ANT
                   MOVE WKS-MANT-ESTADO-NUEVO TO WKS-MLOG-ESTADO-NUEVO
                   MOVE WKS-MAE-CODIGO TO WKS-MLOG-CODIGO
                   OPEN EXTEND HAM-MANTLOG-FILE
                   IF WKS-FS-MANTLOG = "35" THEN
                       OPEN OUTPUT HAM-MANTLOG-FILE
                   END-IF
                   MOVE WKS-LINEA-MANTLOG TO WKS-REG-MANTLOG
                   WRITE WKS-REG-MANTLOG
                   CLOSE HAM-MANTLOG-FILE
                   ADD 1 TO WKS-CONT-MANT-CAMBIOS
                   DISPLAY "REGISTRO " WKS-MAE-LOTE " " WKS-MAE-SEQ
                       " PASA DE " WKS-MANT-ESTADO-ANT " A "
                       WKS-MAE-ESTADO " (OPERADOR " WKS-MANT-OPERADOR
                       ", MOTIVO " WKS-MANT-MOTIVO ")"
      *    EL CATALOGO SIGUE AL MAESTRO COMO EN LA RESOLUCION, PERO
      *    SOLO SI EL LOTE YA ESTA EN LA FASE DE CUARENTENA (C, Q O
      *    X) O EL CAMBIO TOCA UN ESTADO DE CUARENTENA (Q, P, R O B):
      *    EL LOTE QUEDA CERRADO SI YA NO LE QUEDAN CODEWORDS EN
      *    CUARENTENA O FALTANTES, O CON LA CUENTA ACTUALIZADA. UN
      *    CAMBIO ENTRE T, A Y N DEJA EL CATALOGO COMO ESTA.
                   PERFORM LEER-ESTADO-CATALOGO-MANT
                   IF MANT-CAT-EN-CUARENTENA OR
                           WKS-MANT-ESTADO-ANT = "Q" OR "P" OR "R"
                               OR "B" OR
                           WKS-MANT-ESTADO-NUEVO = "Q" OR "P" OR "R"
                               OR "B" THEN
                       MOVE WKS-MAE-LOTE TO WKS-CATP-LOTE
                       PERFORM CONTAR-PENDIENTES-LOTE-MAESTRO
                       IF WKS-CATP-Q = 0 THEN
                           MOVE "X" TO WKS-CATP-ESTADO
                       ELSE
                           MOVE "Q" TO WKS-CATP-ESTADO
                       END-IF
                       MOVE SPACE TO WKS-CATP-MODO
                       MOVE SPACES TO WKS-CATP-ORIGEN
                       MOVE 0 TO WKS-CATP-CODEWORDS
                       MOVE 0 TO WKS-CATP-CORREGIDOS
                       PERFORM REGISTRAR-ESTADO-CATALOGO
                   END-IF
               END-IF.

           LEER-ESTADO-CATALOGO-MANT.
      *    ESTADO ACTUAL EN EL CATALOGO DEL LOTE DEL REGISTRO QUE SE
      *    ESTA CAMBIANDO; EN BLANCO SI NO FIGURA
               MOVE SPACE TO WKS-MANT-ESTADO-CAT.
               PERFORM ABRIR-CATALOGO.
               IF WKS-FS-CATALOGO = "00" THEN
                   MOVE WKS-MAE-LOTE TO WKS-CAT-LOTE
                   READ HAM-CATALOGO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WKS-CAT-ESTADO TO WKS-MANT-ESTADO-CAT
                   END-READ
                   CLOSE HAM-CATALOGO-FILE
               END-IF.

           RESOLVER-CUARENTENA.
      *    CIERRA EL LAZO DE RETRANSMISION: EL LOTE RETRANSMITIDO
      *    LLEGA EN HAMCIN (CABECERA CON EL LOTE ORIGINAL, SOBRES DE
      *    SECUENCIA ORIGINALES) Y CADA REGISTRO SE CASA CONTRA LA
      *    ENTRADA Q DEL MAESTRO BAJO LOTE + SECUENCIA. EL ESTADO DEL
      *    MAESTRO PASA A R Y, AL TERMINAR, LOS RECUPERADOS SE
      *    INTERCALAN EN LA SALIDA CORREGIDA HAMCOROUT DENTRO DE SU
      *    LOTE ORIGINAL. AL FINAL SE IMPRIME EL INFORME DE
      *    ENVEJECIMIENTO DE LOS Q QUE SIGUEN ABIERTOS.
               MOVE 0 TO WKS-CONT-RESUELTOS.
               MOVE 0 TO WKS-CONT-SIN-PAREJA.
               MOVE 0 TO WKS-CONT-NO-Q.
               MOVE 0 TO WKS-CONT-REINSERTADOS.
               MOVE 0 TO WKS-CONT-AGREGADOS.
               MOVE 0 TO WKS-CONT-SIN-SEGUIMIENTO.
               MOVE 0 TO WKS-RSL-CANT.
               MOVE SPACES TO WKS-RESOL-LOTE.
               MOVE "N" TO WKS-SW-FIN-RESOL.
               PERFORM ABRIR-MAESTRO.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT HAM-COD-ENTRADA-FILE

                   PERFORM UNTIL FIN-RESOL
                       READ HAM-COD-ENTRADA-FILE
                       IF NOT FIN-RESOL THEN
                           EVALUATE TRUE
                               WHEN WKS-REG-COD-ENTRADA(1:3) = "CAB"
                                   IF WKS-RESOL-LOTE NOT = SPACES THEN
                                       PERFORM CATALOGAR-RESOLUCION
                                   END-IF
                                   MOVE WKS-REG-COD-ENTRADA
                                       TO WKS-REG-CABECERA
                                   PERFORM BUSCAR-ORIGEN-RETRANS
                                   MOVE WKS-RTX-LOTE-ORIGEN
                                       TO WKS-RESOL-LOTE
                               WHEN WKS-REG-COD-ENTRADA(1:3) = "FIN"
                                   CONTINUE
                               WHEN OTHER
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   IF WKS-RESOL-LOTE NOT = SPACES THEN
                       PERFORM CATALOGAR-RESOLUCION
                   END-IF

                   CLOSE HAM-COD-ENTRADA-FILE
                   IF WKS-CONT-RESUELTOS > 0 THEN
                       PERFORM REINSERTAR-RECUPERADOS
                   END-IF
                   CLOSE HAM-MAESTRO-FILE
                   DISPLAY "========================================"
                   DISPLAY "RESOLUCION DE CUARENTENA"
                   DISPLAY "RESUELTOS (Q -> R).......: "
                       WKS-CONT-RESUELTOS
                   DISPLAY "INTERCALADOS EN HAMCOROUT: "
                       WKS-CONT-REINSERTADOS
                   DISPLAY "AGREGADOS CON CABECERA...: "
                       WKS-CONT-AGREGADOS
                   DISPLAY "SIN PAREJA EN EL MAESTRO.: "
                       WKS-CONT-SIN-PAREJA
                   DISPLAY "NO ESTABAN EN CUARENTENA.: "
                           DISPLAY "SIN PAREJA EN EL MAESTRO: LOTE "
                               WKS-RESOL-LOTE " SEQ " WKS-RESOL-SEQ
                       NOT INVALID KEY
                           IF WKS-MAE-ESTADO = "Q" OR
                                   WKS-MAE-ESTADO = "P" THEN
                               MOVE "R" TO WKS-MAE-ESTADO
                               MOVE WKS-REG-COD-ENTRADA(1:33)
                                   TO WKS-MAE-CODIGO
                               REWRITE WKS-REG-MAESTRO
                               ADD 1 TO WKS-CONT-RESUELTOS
                               PERFORM ANOTAR-RECUPERADO
                           ELSE
                               ADD 1 TO WKS-CONT-NO-Q
                               DISPLAY "NO ESTABA EN CUARENTENA "
                       "NO SE PUEDE CASAR: " WKS-REG-COD-ENTRADA
               END-IF.

           REINSERTAR-RECUPERADOS.
      *    LOS CODEWORDS RECUPERADOS (R EN EL MAESTRO) VUELVEN A LA
      *    SALIDA CORREGIDA DENTRO DEL SEGMENTO CAB..FIN DE SU LOTE
      *    ORIGINAL, EN EL HUECO DE SU SECUENCIA, PARA QUE EL
      *    DESCIFRADO LOS TOME EN ORDEN Y NO LOS DE POR FALTANTES.
      *    LA SALIDA SE COPIA AL ARCHIVO DE TRABAJO HAMCORNEW
      *    INTERCALANDO LOS RECUPERADOS Y DESPUES SE RECONSTRUYE
      *    DESDE EL. SOLO SE LLENAN HUECOS, ASI UNA SECUENCIA QUE YA
      *    ESTA EN LA SALIDA NO SE REPITE. LOS RECUPERADOS CUYO LOTE
      *    YA NO ESTA EN LA SALIDA (UNA CORRECCION POSTERIOR LA
      *    VOLVIO A ABRIR) SE AGREGAN DESPUES CON CABECERA PROPIA.
               MOVE "N" TO WKS-SW-FIN-CORREGIDA.
               MOVE "N" TO WKS-SW-MEZ-LOTE.
               MOVE SPACES TO WKS-MEZ-LOTE.
               MOVE SPACE TO WKS-MEZ-MODO.
               OPEN INPUT HAM-CORREGIDA-FILE.
               IF WKS-FS-CORREGIDA = "00" THEN
                   OPEN OUTPUT HAM-COR-NUEVO-FILE
                   PERFORM UNTIL FIN-CORREGIDA
                       READ HAM-CORREGIDA-FILE
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CORREGIDA
                       END-READ
                       IF NOT FIN-CORREGIDA THEN
                           PERFORM MEZCLAR-REGISTRO-CORREGIDO
                       END-IF
                   END-PERFORM
                   IF MEZ-LOTE-ORIGINAL THEN
                       PERFORM INTERCALAR-RECUPERADOS-COLA
                   END-IF
                   CLOSE HAM-CORREGIDA-FILE
                   CLOSE HAM-COR-NUEVO-FILE
                   PERFORM REESCRIBIR-SALIDA-CORREGIDA
               END-IF.
               PERFORM AGREGAR-RECUPERADOS-SIN-LUGAR.
               IF WKS-CONT-SIN-SEGUIMIENTO > 0 THEN
                   DISPLAY "AVISO: " WKS-CONT-SIN-SEGUIMIENTO
                       " RECUPERADOS NO ENTRARON EN LA TABLA; SI SU "
                       "LOTE NO ESTA EN HAMCOROUT QUEDAN SOLO EN EL "
                       "MAESTRO"
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           ANOTAR-RECUPERADO.
      *    CADA RECUPERADO QUEDA EN LA TABLA CON LA CABECERA DE LA
      *    RETRANSMISION QUE LO TRAJO (LOTE ORIGINAL Y SELLO)
               IF WKS-RSL-CANT < 1000 THEN
                   ADD 1 TO WKS-RSL-CANT
                   MOVE WKS-RESOL-LOTE TO WKS-RSL-LOTE(WKS-RSL-CANT)
                   MOVE WKS-RESOL-SEQ TO WKS-RSL-SEQ(WKS-RSL-CANT)
                   MOVE "N" TO WKS-RSL-UBICADO(WKS-RSL-CANT)
                   MOVE WKS-MAE-CODIGO TO WKS-RSL-CODIGO(WKS-RSL-CANT)
                   MOVE WKS-REG-CABECERA
                       TO WKS-RSL-CABECERA(WKS-RSL-CANT)
               ELSE
                   ADD 1 TO WKS-CONT-SIN-SEGUIMIENTO
                   DISPLAY "AVISO: RECUPERADO " WKS-RESOL-LOTE " "
                       WKS-RESOL-SEQ " SIN SEGUIMIENTO, REVISAR SI "
                       "QUEDO EN HAMCOROUT"
               END-IF.

           MARCAR-LOTE-UBICADO.
      *    EL SEGMENTO DEL LOTE ESTA EN LA SALIDA: SUS RECUPERADOS
      *    QUEDAN EN SU LUGAR POR LA INTERCALACION
               PERFORM VARYING WKS-RSL-I FROM 1 BY 1
                   UNTIL WKS-RSL-I > WKS-RSL-CANT
                   IF WKS-RSL-LOTE(WKS-RSL-I) = WKS-MEZ-LOTE THEN
                       MOVE "S" TO WKS-RSL-UBICADO(WKS-RSL-I)
                   END-IF
               END-PERFORM.

           AGREGAR-RECUPERADOS-SIN-LUGAR.
      *    LOS RECUPERADOS SIN SEGMENTO DE SU LOTE EN LA SALIDA SE
      *    AGREGAN AL FINAL DE HAMCOROUT, COMO SIEMPRE, PERO CON UNA
      *    CABECERA (LA DE LA RETRANSMISION: LOTE ORIGINAL Y SELLO)
      *    Y UNA COLA POR LOTE, PARA QUE EL DESCIFRADO LOS TOME
               MOVE SPACES TO WKS-RSL-LOTE-ACTUAL.
               PERFORM VARYING WKS-RSL-I FROM 1 BY 1
                   UNTIL WKS-RSL-I > WKS-RSL-CANT
                   IF WKS-RSL-UBICADO(WKS-RSL-I) = "N" THEN
                       PERFORM AGREGAR-RECUPERADO-SIN-LUGAR
                   END-IF
               END-PERFORM.
               IF WKS-RSL-LOTE-ACTUAL NOT = SPACES THEN
                   PERFORM CERRAR-LOTE-SIN-LUGAR
                   CLOSE HAM-CORREGIDA-FILE
               END-IF.

           AGREGAR-RECUPERADO-SIN-LUGAR.
               IF WKS-RSL-LOTE(WKS-RSL-I) NOT = WKS-RSL-LOTE-ACTUAL
                       THEN
                   IF WKS-RSL-LOTE-ACTUAL = SPACES THEN
                       OPEN EXTEND HAM-CORREGIDA-FILE
                       IF WKS-FS-CORREGIDA = "35" THEN
                           OPEN OUTPUT HAM-CORREGIDA-FILE
                       END-IF
                   ELSE
                       PERFORM CERRAR-LOTE-SIN-LUGAR
                   END-IF
                   MOVE WKS-RSL-LOTE(WKS-RSL-I) TO WKS-RSL-LOTE-ACTUAL
                   MOVE WKS-RSL-CABECERA(WKS-RSL-I)
                       TO WKS-REG-CORREGIDA
                   WRITE WKS-REG-CORREGIDA
                   MOVE 0 TO WKS-CONT-GRABADOS
                   MOVE 0 TO WKS-SUMA-BITS
               END-IF.
               MOVE WKS-RSL-CODIGO(WKS-RSL-I) TO WKS-DATO-CODIGO.
               MOVE WKS-RSL-SEQ(WKS-RSL-I) TO WKS-DATO-SEQ.
               MOVE WKS-REG-DATO-LOTE TO WKS-REG-CORREGIDA.
               WRITE WKS-REG-CORREGIDA.
               ADD 1 TO WKS-CONT-GRABADOS.
               MOVE WKS-RSL-CODIGO(WKS-RSL-I) TO WKS-hamming.
               PERFORM ACUMULAR-SUMA-BITS.
               ADD 1 TO WKS-CONT-AGREGADOS.
               DISPLAY "LOTE " WKS-RSL-LOTE(WKS-RSL-I) " SEQ "
                   WKS-RSL-SEQ(WKS-RSL-I) " SIN SEGMENTO EN HAMCOROUT"
                   ": SE AGREGA CON CABECERA PROPIA".

           CERRAR-LOTE-SIN-LUGAR.
               PERFORM ARMAR-COLA-LOTE.
               MOVE WKS-REG-COLA TO WKS-REG-CORREGIDA.
               WRITE WKS-REG-CORREGIDA.

           MEZCLAR-REGISTRO-CORREGIDO.
      *    UN SEGMENTO DE RETRANSMISION (MODO R) SE COPIA TAL CUAL;
      *    EN UN LOTE ORIGINAL, ANTES DE CADA SOBRE SE LLENA EL HUECO
      *    QUE DEJA CON EL ANTERIOR Y ANTES DE LA COLA FIN, O DE LA
      *    CABECERA DEL LOTE SIGUIENTE, LO QUE FALTA AL FINAL. UNA
      *    CABECERA REPETIDA DEL MISMO LOTE Y MODO ES CONTINUACION.
               EVALUATE TRUE
                   WHEN WKS-REG-CORREGIDA(1:3) = "CAB"
                       MOVE WKS-REG-CORREGIDA TO WKS-REG-CABECERA
                       IF WKS-CAB-LOTE NOT = WKS-MEZ-LOTE OR
                               WKS-CAB-MODO NOT = WKS-MEZ-MODO THEN
                           IF MEZ-LOTE-ORIGINAL THEN
                               PERFORM INTERCALAR-RECUPERADOS-COLA
                           END-IF
                           MOVE WKS-CAB-LOTE TO WKS-MEZ-LOTE
                           MOVE WKS-CAB-MODO TO WKS-MEZ-MODO
                           MOVE 0 TO WKS-MEZ-SEQ-ANTERIOR
                           IF WKS-CAB-MODO = "R" THEN
                               MOVE "N" TO WKS-SW-MEZ-LOTE
                           ELSE
                               MOVE "S" TO WKS-SW-MEZ-LOTE
                               PERFORM MARCAR-LOTE-UBICADO
                           END-IF
                       END-IF
                   WHEN WKS-REG-CORREGIDA(1:3) = "FIN"
                       IF MEZ-LOTE-ORIGINAL THEN
                           PERFORM INTERCALAR-RECUPERADOS-COLA
                       END-IF
                   WHEN MEZ-LOTE-ORIGINAL AND
                           WKS-REG-CORREGIDA(35:5) IS NUMERIC
                       MOVE WKS-REG-CORREGIDA(35:5)
                           TO WKS-MEZ-SEQ-ACTUAL
                       IF WKS-MEZ-SEQ-ACTUAL >
                               WKS-MEZ-SEQ-ANTERIOR + 1 THEN
                           COMPUTE WKS-MEZ-SEQ-HASTA =
                               WKS-MEZ-SEQ-ACTUAL - 1
                           PERFORM INTERCALAR-RECUPERADOS
                       END-IF
                       IF WKS-MEZ-SEQ-ACTUAL > WKS-MEZ-SEQ-ANTERIOR
                               THEN
                           MOVE WKS-MEZ-SEQ-ACTUAL
                               TO WKS-MEZ-SEQ-ANTERIOR
                       END-IF
               END-EVALUATE.
               MOVE WKS-REG-CORREGIDA TO WKS-REG-COR-NUEVO.
               WRITE WKS-REG-COR-NUEVO.

           INTERCALAR-RECUPERADOS-COLA.
      *    LO QUE FALTA DESDE EL ULTIMO SOBRE HASTA EL FINAL DEL
      *    LOTE; DESPUES EL LOTE QUEDA CERRADO PARA LA MEZCLA
               MOVE 99999 TO WKS-MEZ-SEQ-HASTA.
               IF WKS-MEZ-SEQ-ANTERIOR < 99999 THEN
                   PERFORM INTERCALAR-RECUPERADOS
               END-IF.
               MOVE "N" TO WKS-SW-MEZ-LOTE.

           INTERCALAR-RECUPERADOS.
      *    RECORRE EN EL MAESTRO, YA ABIERTO, EL LOTE WKS-MEZ-LOTE
      *    DESDE LA SECUENCIA SIGUIENTE A WKS-MEZ-SEQ-ANTERIOR HASTA
      *    WKS-MEZ-SEQ-HASTA Y GRABA EN EL HUECO LOS RECUPERADOS
               MOVE "N" TO WKS-SW-FIN-MAESTRO.
               MOVE WKS-MEZ-LOTE TO WKS-MAE-LOTE.
               COMPUTE WKS-MAE-SEQ = WKS-MEZ-SEQ-ANTERIOR + 1.
               START HAM-MAESTRO-FILE KEY NOT < WKS-MAE-CLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
               END-START.
               PERFORM UNTIL FIN-MAESTRO
                   READ HAM-MAESTRO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-READ
                   IF WKS-FS-MAESTRO NOT = "00" THEN
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-IF
                   IF NOT FIN-MAESTRO THEN
                       IF WKS-MAE-LOTE NOT = WKS-MEZ-LOTE OR
                               WKS-MAE-SEQ > WKS-MEZ-SEQ-HASTA THEN
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                       ELSE
                           IF WKS-MAE-ESTADO = "R" THEN
                               MOVE WKS-MAE-CODIGO TO WKS-DATO-CODIGO
                               MOVE WKS-MAE-SEQ TO WKS-DATO-SEQ
                               MOVE WKS-REG-DATO-LOTE
                                   TO WKS-REG-COR-NUEVO
                               WRITE WKS-REG-COR-NUEVO
                               ADD 1 TO WKS-CONT-REINSERTADOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           REESCRIBIR-SALIDA-CORREGIDA.
      *    LA SALIDA CORREGIDA SE RECONSTRUYE DESDE EL ARCHIVO DE
      *    TRABAJO CON LOS RECUPERADOS YA EN SU LUGAR
               MOVE "N" TO WKS-SW-FIN-CORREGIDA.
               OPEN INPUT HAM-COR-NUEVO-FILE.
               OPEN OUTPUT HAM-CORREGIDA-FILE.
               PERFORM UNTIL FIN-CORREGIDA
                   READ HAM-COR-NUEVO-FILE
                       AT END
                           MOVE "S" TO WKS-SW-FIN-CORREGIDA
                   END-READ
                   IF NOT FIN-CORREGIDA THEN
                       MOVE WKS-REG-COR-NUEVO TO WKS-REG-CORREGIDA
                       WRITE WKS-REG-CORREGIDA
                   END-IF
               END-PERFORM.
               CLOSE HAM-COR-NUEVO-FILE.
               CLOSE HAM-CORREGIDA-FILE.

           CATALOGAR-RESOLUCION.
      *    TERMINADA UNA RETRANSMISION, EL LOTE ORIGINAL QUEDA
      *    CERRADO EN EL CATALOGO SI YA NO LE QUEDAN CODEWORDS EN
      *    CUARENTENA EN EL MAESTRO, O SIGUE CON CUARENTENA ABIERTA
      *    CON LA CUENTA ACTUALIZADA.
               MOVE WKS-RESOL-LOTE TO WKS-CATP-LOTE.
               PERFORM CONTAR-PENDIENTES-LOTE-MAESTRO.
               IF WKS-CATP-Q = 0 THEN
                   MOVE "X" TO WKS-CATP-ESTADO
               ELSE
                   MOVE "Q" TO WKS-CATP-ESTADO
               END-IF.
               MOVE SPACE TO WKS-CATP-MODO.
               MOVE SPACES TO WKS-CATP-ORIGEN.
               MOVE 0 TO WKS-CATP-CODEWORDS.
               MOVE 0 TO WKS-CATP-CORREGIDOS.
               PERFORM REGISTRAR-ESTADO-CATALOGO.

           CONTAR-PENDIENTES-LOTE-MAESTRO.
      *    CUENTA EN EL MAESTRO, YA ABIERTO, LOS CODEWORDS DEL LOTE
      *    WKS-CATP-LOTE QUE SIGUEN EN CUARENTENA O FALTANTES
               MOVE 0 TO WKS-CATP-Q.
               MOVE "N" TO WKS-SW-FIN-MAESTRO.
               MOVE WKS-CATP-LOTE TO WKS-MAE-LOTE.
               MOVE 0 TO WKS-MAE-SEQ.
               START HAM-MAESTRO-FILE KEY NOT < WKS-MAE-CLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
               END-START.
               PERFORM UNTIL FIN-MAESTRO
                   READ HAM-MAESTRO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-READ
                   IF WKS-FS-MAESTRO NOT = "00" THEN
                       MOVE "S" TO WKS-SW-FIN-MAESTRO
                   END-IF
                   IF NOT FIN-MAESTRO THEN
                       IF WKS-MAE-LOTE NOT = WKS-CATP-LOTE THEN
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                       ELSE
                           IF WKS-MAE-ESTADO = "Q" OR
                                   WKS-MAE-ESTADO = "P" THEN
                               ADD 1 TO WKS-CATP-Q
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           INFORMAR-ENVEJECIMIENTO-CUARENTENA.
      *    RECORRE EL MAESTRO COMPLETO Y LISTA EN HAMQREP CADA
      *    ENTRADA Q TODAVIA ABIERTA CON SUS DIAS DE ESPERA, QUE
                       IF WKS-FS-MAESTRO NOT = "00" THEN
                           MOVE "S" TO WKS-SW-FIN-MAESTRO
                       END-IF
                       IF NOT FIN-MAESTRO AND (WKS-MAE-ESTADO = "Q"
                               OR WKS-MAE-ESTADO = "P") THEN
                           ADD 1 TO WKS-CONT-Q-ABIERTOS
                           PERFORM CALCULAR-DIAS-EN-CUARENTENA
                           MOVE SPACES TO WKS-LINEA-QREP
                           STRING "PENDIENTE LOTE " WKS-MAE-LOTE
                               " SEQ " WKS-MAE-SEQ
                               " ESTADO " WKS-MAE-ESTADO
                               " ESPERA " WKS-QREP-DIAS " DIAS"
                               DELIMITED BY SIZE INTO WKS-LINEA-QREP
                           PERFORM GRABAR-LINEA-QREP
               DISPLAY WKS-LINEA-QREP.

           GENERAR-LOTE-ID.
      *    IDENTIDAD DEL LOTE: AAMMDD DEL DIA MAS EL PRIMER
      *    CORRELATIVO LIBRE DEL DIA EN EL CATALOGO, QUE QUEDA
      *    RESERVADO EN EL MISMO ACTO CON ESTADO E. EL ALTA ES LA
      *    PRUEBA DE UNICIDAD: SI OTRO JOB GANO LA CLAVE ENTRE LA
      *    LECTURA Y LA GRABACION, SE SIGUE CON EL CORRELATIVO
      *    SIGUIENTE. SIN CATALOGO SE CAE A LA IDENTIDAD VIEJA
      *    (AAMMDD + HORA) CON AVISO Y CODIGO DE RETORNO 4.
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               ACCEPT WKS-HORA-AHORA FROM TIME.
               IF WKS-MODO-LOTE NOT = "R" THEN
                   MOVE SPACES TO WKS-CATP-ORIGEN
               END-IF.
               MOVE "N" TO WKS-FLAG-CAT-LIBRE.
               PERFORM ABRIR-CATALOGO.
               IF WKS-FS-CATALOGO = "00" THEN
                   PERFORM VARYING WKS-CAT-CORRELATIVO FROM 1 BY 1
                       UNTIL WKS-CAT-CORRELATIVO > 1295 OR CAT-LIBRE
                       DIVIDE WKS-CAT-CORRELATIVO BY 36
                           GIVING WKS-CAT-DIGITO-1
                           REMAINDER WKS-CAT-DIGITO-2
                       MOVE WKS-FECHA-HOY(3:6) TO WKS-CATP-LOTE(1:6)
                       MOVE WKS-CAT-BASE36(WKS-CAT-DIGITO-1 + 1:1)
                           TO WKS-CATP-LOTE(7:1)
                       MOVE WKS-CAT-BASE36(WKS-CAT-DIGITO-2 + 1:1)
                           TO WKS-CATP-LOTE(8:1)
                       MOVE WKS-CATP-LOTE TO WKS-CAT-LOTE
                       READ HAM-CATALOGO-FILE
                           INVALID KEY
                               PERFORM RESERVAR-LOTE-EN-CATALOGO
                       END-READ
                   END-PERFORM
                   CLOSE HAM-CATALOGO-FILE
                   IF NOT CAT-LIBRE THEN
                       DISPLAY "CATALOGO DE LOTES SIN CORRELATIVOS "
                           "LIBRES PARA EL DIA " WKS-FECHA-HOY
                   END-IF
               END-IF.
               IF CAT-LIBRE THEN
                   MOVE WKS-CATP-LOTE TO WKS-LOTE-ID
                   DISPLAY "LOTE ASIGNADO POR EL CATALOGO: "
                       WKS-LOTE-ID
               ELSE
                   MOVE WKS-FECHA-HOY(3:6) TO WKS-LOTE-ID(1:6)
                   MOVE WKS-HORA-AHORA(1:2) TO WKS-LOTE-ID(7:2)
                   DISPLAY "AVISO: LOTE SIN CATALOGAR, SE USA LA "
                       "IDENTIDAD POR HORA " WKS-LOTE-ID
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           RESERVAR-LOTE-EN-CATALOGO.
               PERFORM INICIAR-REGISTRO-CATALOGO.
               MOVE "E" TO WKS-CAT-ESTADO.
               WRITE WKS-REG-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WKS-FLAG-CAT-LIBRE
               END-WRITE.

           INICIAR-REGISTRO-CATALOGO.
      *    ALTA EN BLANCO DEL LOTE WKS-CATP-LOTE CON LA FECHA Y HORA
      *    DEL MOMENTO Y EL CANAL DE LA EJECUCION
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               ACCEPT WKS-HORA-AHORA FROM TIME.
               MOVE SPACES TO WKS-REG-CATALOGO.
               MOVE WKS-CATP-LOTE TO WKS-CAT-LOTE.
               MOVE WKS-CATP-MODO TO WKS-CAT-MODO.
               MOVE WKS-CANAL-ACTUAL TO WKS-CAT-CANAL.
               MOVE WKS-CATP-ORIGEN TO WKS-CAT-LOTE-ORIGEN.
               MOVE WKS-FECHA-HOY TO WKS-CAT-FECHA-ALTA.
               MOVE WKS-HORA-AHORA TO WKS-CAT-HORA-ALTA.
               MOVE WKS-FECHA-HOY TO WKS-CAT-FECHA-ESTADO.
               MOVE WKS-HORA-AHORA TO WKS-CAT-HORA-ESTADO.
               MOVE 0 TO WKS-CAT-CODEWORDS.
               MOVE 0 TO WKS-CAT-CORREGIDOS.
               MOVE 0 TO WKS-CAT-CUARENTENA.
               MOVE "N" TO WKS-CAT-DESCIFRADO.
               MOVE WKS-CATP-EXTENSION TO WKS-CAT-EXTENSION.

           ABRIR-CATALOGO.
      *    EL CATALOGO SE CREA EN LA PRIMERA EJECUCION Y DESPUES SE
      *    ABRE SIEMPRE EN I-O, COMO EL MAESTRO
               OPEN I-O HAM-CATALOGO-FILE.
               IF WKS-FS-CATALOGO = "35" THEN
                   OPEN OUTPUT HAM-CATALOGO-FILE
                   CLOSE HAM-CATALOGO-FILE
                   OPEN I-O HAM-CATALOGO-FILE
               END-IF.
               IF WKS-FS-CATALOGO NOT = "00" THEN
                   DISPLAY "AVISO: CATALOGO DE LOTES NO DISPONIBLE "
                       "(ESTADO " WKS-FS-CATALOGO ")"
               END-IF.

           REGISTRAR-ESTADO-CATALOGO.
      *    LLEVA AL CATALOGO EL ESTADO WKS-CATP-ESTADO DEL LOTE
      *    WKS-CATP-LOTE. UN LOTE QUE NO FIGURA (LLEGADO DE UN
      *    TRANSMISOR SIN CATALOGO, O ANTERIOR AL CATALOGO) SE DA DE
      *    ALTA EN EL MOMENTO. LOS PASOS DE SALIDA (I, K) Y LA
      *    RECEPCION (V) NO HACEN RETROCEDER A UN LOTE QUE YA ESTA
      *    MAS ADELANTE EN SU VIDA, Y UN LOTE DESCIFRADO QUE TODAVIA
      *    TIENE CUARENTENA ABIERTA SIGUE EN Q CON LA MARCA DE
      *    DESCIFRADO HASTA QUE LA RETRANSMISION LO CIERRE.
               PERFORM ABRIR-CATALOGO.
               IF WKS-FS-CATALOGO = "00" THEN
                   MOVE "N" TO WKS-FLAG-CAT-NUEVO
                   MOVE WKS-CATP-LOTE TO WKS-CAT-LOTE
                   READ HAM-CATALOGO-FILE
                       INVALID KEY
                           MOVE "S" TO WKS-FLAG-CAT-NUEVO
                           PERFORM INICIAR-REGISTRO-CATALOGO
                   END-READ
                   EVALUATE TRUE
                       WHEN WKS-CATP-ESTADO = "E" AND NOT CAT-NUEVO
                               AND WKS-CAT-ESTADO NOT = "E"
                           CONTINUE
                       WHEN (WKS-CATP-ESTADO = "I" OR "K") AND
                               NOT CAT-NUEVO AND NOT CAT-EN-SALIDA
                           CONTINUE
                       WHEN WKS-CATP-ESTADO = "V" AND NOT CAT-NUEVO
                               AND NOT CAT-EN-SALIDA
                               AND WKS-CAT-ESTADO NOT = "V"
                           CONTINUE
                       WHEN WKS-CATP-ESTADO = "D"
                           MOVE "S" TO WKS-CAT-DESCIFRADO
                           IF WKS-CAT-CUARENTENA = 0 THEN
                               MOVE "D" TO WKS-CAT-ESTADO
                           END-IF
                           PERFORM GRABAR-REGISTRO-CATALOGO
                       WHEN OTHER
                           MOVE WKS-CATP-ESTADO TO WKS-CAT-ESTADO
                           IF WKS-CATP-CODEWORDS > 0 THEN
                               MOVE WKS-CATP-CODEWORDS
                                   TO WKS-CAT-CODEWORDS
                           END-IF
                           IF WKS-CATP-CORREGIDOS > 0 THEN
                               MOVE WKS-CATP-CORREGIDOS
                                   TO WKS-CAT-CORREGIDOS
                           END-IF
                           IF WKS-CATP-ESTADO = "C" OR "Q" OR "X" THEN
                               MOVE WKS-CATP-Q TO WKS-CAT-CUARENTENA
                           END-IF
                           IF WKS-CATP-EXTENSION NOT = SPACES THEN
                               MOVE WKS-CATP-EXTENSION
                                   TO WKS-CAT-EXTENSION
                           END-IF
                           PERFORM GRABAR-REGISTRO-CATALOGO
                   END-EVALUATE
                   CLOSE HAM-CATALOGO-FILE
               END-IF.
               MOVE SPACES TO WKS-CATP-EXTENSION.

           GRABAR-REGISTRO-CATALOGO.
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               ACCEPT WKS-HORA-AHORA FROM TIME.
               MOVE WKS-FECHA-HOY TO WKS-CAT-FECHA-ESTADO.
               MOVE WKS-HORA-AHORA TO WKS-CAT-HORA-ESTADO.
               IF CAT-NUEVO THEN
                   WRITE WKS-REG-CATALOGO
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO DAR DE ALTA EL "
                               "LOTE " WKS-CAT-LOTE " EN EL CATALOGO"
                   END-WRITE
               ELSE
                   REWRITE WKS-REG-CATALOGO
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO ACTUALIZAR EL "
                               "LOTE " WKS-CAT-LOTE " EN EL CATALOGO"
                   END-REWRITE
               END-IF.

           CATALOGAR-LOTE-CIFRADO.
      *    AL CERRAR UN LOTE CIFRADO SE ANOTA EN EL CATALOGO LA
      *    CANTIDAD DE CODEWORDS QUE SALIERON Y EL SELLO DE LA
      *    EXTENSION DE SU CABECERA, QUE LAS RETRANSMISIONES DEL LOTE
      *    REPITEN
               MOVE WKS-LOTE-ID TO WKS-CATP-LOTE.
               MOVE "E" TO WKS-CATP-ESTADO.
               MOVE WKS-MODO-LOTE TO WKS-CATP-MODO.
               IF WKS-MODO-LOTE NOT = "R" THEN
                   MOVE WKS-CAB-EXTENSION TO WKS-CATP-EXTENSION
               END-IF.
               MOVE WKS-CONT-GRABADOS TO WKS-CATP-CODEWORDS.
               MOVE 0 TO WKS-CATP-CORREGIDOS.
               MOVE 0 TO WKS-CATP-Q.
               PERFORM REGISTRAR-ESTADO-CATALOGO.

           ANOTAR-LOTE-TRANSMITIDO.
      *    LOTE (33,7) CERRADO CON SU CABECERA Y SU COLA, LISTO PARA
      *    SALIR A LA LINEA SIN EMPAQUETAR
               MOVE SPACES TO WKS-REG-TXLOG-DET.
               MOVE WKS-LOTE-ID TO WKS-TXL-LOTE.
               MOVE "33" TO WKS-TXL-CODIGO.
               MOVE WKS-MODO-LOTE TO WKS-TXL-MODO.
               MOVE "N" TO WKS-TXL-FORMATO.
               MOVE WKS-CONT-GRABADOS TO WKS-TXL-REG-DATOS.
               MOVE 2 TO WKS-TXL-REG-CONTROL.
               COMPUTE WKS-TXL-BYTES-DATOS =
                   WKS-CONT-GRABADOS * WKS-TXL-LARGO-DATO.
               COMPUTE WKS-TXL-BYTES-CONTROL =
                   WKS-TXL-REG-CONTROL * WKS-TXL-LARGO-CONTROL.
               MOVE 0 TO WKS-TXL-BYTES-ANTERIOR.
               PERFORM GRABAR-REGISTRO-TXLOG.

           GRABAR-REGISTRO-TXLOG.
               ACCEPT WKS-TXL-FECHA FROM DATE YYYYMMDD.
               ACCEPT WKS-TXL-HORA FROM TIME.
               MOVE WKS-CANAL-ACTUAL TO WKS-TXL-CANAL.
               OPEN EXTEND HAM-TXLOG-FILE.
               IF WKS-FS-TXLOG = "35" THEN
                   OPEN OUTPUT HAM-TXLOG-FILE
               END-IF.
               MOVE WKS-REG-TXLOG-DET TO WKS-REG-TXLOG.
               WRITE WKS-REG-TXLOG.
               CLOSE HAM-TXLOG-FILE.

           LISTAR-CATALOGO-LOTES.
      *    LISTADO DEL CATALOGO EN HAMCATREP: CADA LOTE DADO DE ALTA
      *    O MOVIDO DESDE LA FECHA PEDIDA (POR OMISION, DESDE AYER),
      *    CON SU ESTADO, SUS CONTADORES Y SU ULTIMO MOVIMIENTO, Y
      *    AL PIE LA CUENTA DE LOTES POR ESTADO. UN LOTE DESCIFRADO
      *    QUE SIGUE CON CUARENTENA ABIERTA LLEVA LA MARCA D.
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
               IF WKS-CAT-DESDE IS NOT NUMERIC THEN
                   COMPUTE WKS-CAT-DESDE-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY) - 1)
                   MOVE WKS-CAT-DESDE-NUM TO WKS-CAT-DESDE
               END-IF.
               MOVE 0 TO WKS-CAT-LISTADOS.
               PERFORM VARYING WKS-CATE-I FROM 1 BY 1
                   UNTIL WKS-CATE-I > 8
                   MOVE 0 TO WKS-CATE-CANT(WKS-CATE-I)
               END-PERFORM.
               MOVE "N" TO WKS-SW-FIN-CATALOGO.
               OPEN INPUT HAM-CATALOGO-FILE.
               IF WKS-FS-CATALOGO NOT = "00" THEN
                   DISPLAY "CATALOGO DE LOTES NO DISPONIBLE "
                       "(ESTADO " WKS-FS-CATALOGO ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT HAM-CATREP-FILE
                   MOVE SPACES TO WKS-LINEA-CATREP
                   STRING "CATALOGO DE LOTES - MOVIMIENTOS DESDE "
                       WKS-CAT-DESDE "  (AL " WKS-FECHA-HOY ")"
                       DELIMITED BY SIZE INTO WKS-LINEA-CATREP
                   PERFORM GRABAR-LINEA-CATREP
                   MOVE SPACES TO WKS-LINEA-CATREP
                   STRING "LOTE     E DESCRIPCION        M ORIGEN   "
                       "ULT.MOVIM.    CODEW CORR. CUAR."
                       DELIMITED BY SIZE INTO WKS-LINEA-CATREP
                   PERFORM GRABAR-LINEA-CATREP

                   PERFORM UNTIL FIN-CATALOGO
                       READ HAM-CATALOGO-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WKS-SW-FIN-CATALOGO
                       END-READ
                       IF WKS-FS-CATALOGO NOT = "00" THEN
                           MOVE "S" TO WKS-SW-FIN-CATALOGO
                       END-IF
                       IF NOT FIN-CATALOGO THEN
                           IF WKS-CAT-FECHA-ALTA >= WKS-CAT-DESDE OR
                                   WKS-CAT-FECHA-ESTADO >=
                                       WKS-CAT-DESDE THEN
                               PERFORM LISTAR-LOTE-CATALOGO
                           END-IF
                       END-IF
                   END-PERFORM

                   MOVE SPACES TO WKS-LINEA-CATREP
                   PERFORM GRABAR-LINEA-CATREP
                   PERFORM VARYING WKS-CATE-I FROM 1 BY 1
                       UNTIL WKS-CATE-I > 8
                       MOVE SPACES TO WKS-LINEA-CATREP
                       STRING "LOTES " WKS-CATE-LETRA(WKS-CATE-I)
                           " " WKS-CATE-DESC(WKS-CATE-I) ": "
                           WKS-CATE-CANT(WKS-CATE-I)
                           DELIMITED BY SIZE INTO WKS-LINEA-CATREP
                       PERFORM GRABAR-LINEA-CATREP
                   END-PERFORM
                   MOVE SPACES TO WKS-LINEA-CATREP
                   STRING "TOTAL DE LOTES LISTADOS: " WKS-CAT-LISTADOS
                       DELIMITED BY SIZE INTO WKS-LINEA-CATREP
                   PERFORM GRABAR-LINEA-CATREP
                   CLOSE HAM-CATREP-FILE
                   CLOSE HAM-CATALOGO-FILE
               END-IF.
               MOVE SPACES TO WKS-CAT-DESDE.

           LISTAR-LOTE-CATALOGO.
               ADD 1 TO WKS-CAT-LISTADOS.
               MOVE "DESCONOCIDO" TO WKS-CAT-DESC.
               PERFORM VARYING WKS-CATE-I FROM 1 BY 1
                   UNTIL WKS-CATE-I > 8
                   IF WKS-CATE-LETRA(WKS-CATE-I) = WKS-CAT-ESTADO THEN
                       MOVE WKS-CATE-DESC(WKS-CATE-I) TO WKS-CAT-DESC
                       ADD 1 TO WKS-CATE-CANT(WKS-CATE-I)
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WKS-LINEA-CATREP.
               STRING WKS-CAT-LOTE " " WKS-CAT-ESTADO " " WKS-CAT-DESC
                   " " WKS-CAT-MODO " " WKS-CAT-LOTE-ORIGEN " "
                   WKS-CAT-FECHA-ESTADO " " WKS-CAT-HORA-ESTADO(1:4)
                   " " WKS-CAT-CODEWORDS " " WKS-CAT-CORREGIDOS " "
                   WKS-CAT-CUARENTENA
                   DELIMITED BY SIZE INTO WKS-LINEA-CATREP.
               IF WKS-CAT-ESTADO = "Q" AND
                       WKS-CAT-DESCIFRADO = "S" THEN
                   MOVE "D" TO WKS-LINEA-CATREP(78:1)
               END-IF.
               PERFORM GRABAR-LINEA-CATREP.

           GRABAR-LINEA-CATREP.
               MOVE WKS-LINEA-CATREP TO WKS-REG-CATREP.
               WRITE WKS-REG-CATREP.
               DISPLAY WKS-LINEA-CATREP.

           ARMAR-CABECERA-LOTE.
               MOVE WKS-MODO-LOTE TO WKS-CATP-MODO.
               PERFORM GENERAR-LOTE-ID.
               MOVE "CAB" TO WKS-CAB-MARCA.
               MOVE WKS-LOTE-ID TO WKS-CAB-LOTE.
               MOVE WKS-HORA-AHORA TO WKS-CAB-HORA.
               MOVE WKS-MODO-LOTE TO WKS-CAB-MODO.
               MOVE WKS-CANAL-ACTUAL TO WKS-CAB-CANAL.
               MOVE SPACES TO WKS-CAB-EXTENSION.
               IF WKS-MODO-LOTE = "R" THEN
                   MOVE WKS-CATP-ORIGEN TO WKS-CAB-LOTE
                   PERFORM TOMAR-SELLO-LOTE-ORIGEN
                   DISPLAY "RETRANSMISION " WKS-LOTE-ID " SALE CON "
                       "EL LOTE ORIGINAL " WKS-CAB-LOTE
               END-IF.
               MOVE 0 TO WKS-CONT-GRABADOS.
               MOVE 0 TO WKS-SUMA-BITS.

           TOMAR-SELLO-LOTE-ORIGEN.
      *    LA RETRANSMISION SALE CON EL SELLO DEL LOTE ORIGINAL
      *    WKS-CATP-ORIGEN (FORMATO, TABLA Y CLAVE), PARA QUE EL
      *    RECEPTOR DESCIFRE SUS CODEWORDS COMO LOS DEL ORIGINAL
               PERFORM ABRIR-CATALOGO.
               IF WKS-FS-CATALOGO = "00" THEN
                   MOVE WKS-CATP-ORIGEN TO WKS-CAT-LOTE
                   READ HAM-CATALOGO-FILE
                       INVALID KEY
                           DISPLAY "AVISO: LOTE ORIGINAL "
                               WKS-CATP-ORIGEN " SIN CATALOGAR, LA "
                               "RETRANSMISION SALE SIN SELLO"
                       NOT INVALID KEY
                           MOVE WKS-CAT-EXTENSION TO WKS-CAB-EXTENSION
                   END-READ
                   CLOSE HAM-CATALOGO-FILE
               END-IF.

           BUSCAR-ORIGEN-RETRANS.
      *    EL LOTE ORIGINAL DE LA CABECERA EN WKS-REG-CABECERA Y LA
      *    FECHA EN QUE SE CIFRO. UNA RETRANSMISION (MODO R) TRAE EL
      *    LOTE ORIGINAL EN LA CABECERA, PERO SU FECHA ES LA DEL
      *    CORTE: LA DEL ORIGINAL SALE DEL AAMMDD DE SU LOTE-ID, COMO
      *    EN EL ENVEJECIMIENTO (SIGLO 20XX)
               MOVE WKS-CAB-LOTE TO WKS-RTX-LOTE-ORIGEN.
               MOVE WKS-CAB-FECHA TO WKS-RTX-FECHA-ORIGEN.
               IF WKS-CAB-MODO = "R" AND
                       WKS-CAB-LOTE(1:6) IS NUMERIC THEN
                   MOVE "20" TO WKS-RTX-FECHA-ORIGEN(1:2)
                   MOVE WKS-CAB-LOTE(1:6) TO WKS-RTX-FECHA-ORIGEN(3:6)
               END-IF.

           ARMAR-COLA-LOTE.
               MOVE "FIN" TO WKS-COLA-MARCA.
               MOVE WKS-CONT-GRABADOS TO WKS-COLA-CONTADOR.
               MOVE "N" TO WKS-SW-FIN-ILV.
               MOVE 0 TO WKS-ILV-EN-BLOQUE.
               MOVE 0 TO WKS-CONT-ILV.
               MOVE SPACES TO WKS-REG-TXLOG-DET.
               OPEN INPUT HAM-SALIDA-FILE.
               OPEN OUTPUT HAM-ILV-SALIDA-FILE.

                               MOVE WKS-REG-CABECERA
                                   TO WKS-REG-ILV-SALIDA
                               WRITE WKS-REG-ILV-SALIDA
                               MOVE "I" TO WKS-CATP-ESTADO
                               PERFORM CATALOGAR-SALIDA-A-LINEA
                               MOVE WKS-CAB-LOTE TO WKS-TXL-LOTE
                               MOVE WKS-CAB-MODO TO WKS-TXL-MODO
                           WHEN WKS-REG-SALIDA(1:3) = "FIN"
                               PERFORM VOLCAR-BLOQUE-ENTRELAZADO
                               MOVE WKS-REG-SALIDA TO WKS-REG-ILV-SALIDA

               CLOSE HAM-SALIDA-FILE.
               CLOSE HAM-ILV-SALIDA-FILE.
      *    EL ENTRELAZADO NO CAMBIA EL VOLUMEN: REEMPLAZA LOS MISMOS
      *    BYTES DE DATOS QUE YA ANOTO EL CIFRADO
               IF WKS-TXL-LOTE NOT = SPACES THEN
                   MOVE "33" TO WKS-TXL-CODIGO
                   MOVE "I" TO WKS-TXL-FORMATO
                   MOVE WKS-CONT-ILV TO WKS-TXL-REG-DATOS
                   MOVE 0 TO WKS-TXL-REG-CONTROL
                   COMPUTE WKS-TXL-BYTES-DATOS =
                       WKS-CONT-ILV * WKS-TXL-LARGO-DATO
                   MOVE 0 TO WKS-TXL-BYTES-CONTROL
                   MOVE WKS-TXL-BYTES-DATOS TO WKS-TXL-BYTES-ANTERIOR
                   PERFORM GRABAR-REGISTRO-TXLOG
               END-IF.
               DISPLAY "LOTE ENTRELAZADO EN HAMILV: " WKS-CONT-ILV
                   " CODEWORDS, PROFUNDIDAD " WKS-ILV-PROFUNDIDAD.

           CATALOGAR-SALIDA-A-LINEA.
      *    EL ENTRELAZADO (I) Y EL EMPAQUETADO (K) DEJAN CONSTANCIA
      *    EN EL CATALOGO DEL FORMATO EN QUE EL LOTE DE LA CABECERA
      *    SALE A LA LINEA. UNA RETRANSMISION NO SE ANOTA: SU
      *    CABECERA LLEVA EL LOTE ORIGINAL Y NO EL SUYO PROPIO.
               IF WKS-CAB-MODO NOT = "R" THEN
                   MOVE WKS-CAB-LOTE TO WKS-CATP-LOTE
                   MOVE WKS-CAB-MODO TO WKS-CATP-MODO
                   MOVE SPACES TO WKS-CATP-ORIGEN
                   MOVE 0 TO WKS-CATP-CODEWORDS
                   MOVE 0 TO WKS-CATP-CORREGIDOS
                   MOVE 0 TO WKS-CATP-Q
                   PERFORM REGISTRAR-ESTADO-CATALOGO
               END-IF.

           VOLCAR-BLOQUE-ENTRELAZADO.
      *    EL ULTIMO BLOQUE DEL LOTE PUEDE QUEDAR CORTO: SE ENTRELAZA
      *    CON SU TAMANO REAL, QUE EL RECEPTOR DEDUCE AL ENCONTRAR LA
               MOVE "N" TO WKS-SW-FIN-PACK.
               MOVE 0 TO WKS-CONT-PACK.
               MOVE 0 TO WKS-CONT-PACK-EXC.
               MOVE SPACES TO WKS-REG-TXLOG-DET.
               OPEN INPUT HAM-SALIDA-FILE.
               OPEN OUTPUT HAM-PACK-SALIDA-FILE.

                               WKS-REG-SALIDA(1:3) = "FIN" THEN
                           MOVE WKS-REG-SALIDA TO WKS-REG-PACK-SALIDA
                           WRITE WKS-REG-PACK-SALIDA
                           IF WKS-REG-SALIDA(1:3) = "CAB" THEN
                               MOVE WKS-REG-SALIDA TO WKS-REG-CABECERA
                               MOVE "K" TO WKS-CATP-ESTADO
                               PERFORM CATALOGAR-SALIDA-A-LINEA
                               MOVE WKS-CAB-LOTE TO WKS-TXL-LOTE
                               MOVE WKS-CAB-MODO TO WKS-TXL-MODO
                           END-IF
                       ELSE
                           PERFORM EMPAQUETAR-CODEWORD
                       END-IF

               CLOSE HAM-SALIDA-FILE.
               CLOSE HAM-PACK-SALIDA-FILE.
      *    EL EMPAQUETADO REEMPLAZA LOS REGISTROS DE 33 DIGITOS QUE
      *    ANOTO EL CIFRADO; LOS NO BINARIOS VIAJAN CON SU LARGO
               IF WKS-TXL-LOTE NOT = SPACES THEN
                   MOVE "33" TO WKS-TXL-CODIGO
                   MOVE "K" TO WKS-TXL-FORMATO
                   COMPUTE WKS-TXL-REG-DATOS =
                       WKS-CONT-PACK + WKS-CONT-PACK-EXC
                   MOVE 0 TO WKS-TXL-REG-CONTROL
                   COMPUTE WKS-TXL-BYTES-DATOS =
                       WKS-CONT-PACK * WKS-TXL-LARGO-PACK +
                       WKS-CONT-PACK-EXC * WKS-TXL-LARGO-DATO
                   MOVE 0 TO WKS-TXL-BYTES-CONTROL
                   COMPUTE WKS-TXL-BYTES-ANTERIOR =
                       WKS-TXL-REG-DATOS * WKS-TXL-LARGO-DATO
                   PERFORM GRABAR-REGISTRO-TXLOG
               END-IF.
               DISPLAY "LOTE EMPAQUETADO EN HAMPACK: " WKS-CONT-PACK
                   " CODEWORDS".
               IF WKS-CONT-PACK-EXC > 0 THEN
      *    SIN TRIPLICAR, PARA LOTES DE BAJO RIESGO DONDE NO SE
      *    QUIERE PAGAR EL COSTO DE TRANSMISION DE LA TRIPLICACION
               MOVE "N" TO WKS-SW-FIN-ENTRADA-15.
               MOVE 0 TO WKS-TXL-CONT-15.
               OPEN INPUT HAM15-ENTRADA-FILE.
               OPEN OUTPUT HAM15-SALIDA-FILE.
               OPEN OUTPUT HAM15-EXCEPCIONES-FILE.
                       PERFORM CALCULAR-HAMMING-1511
                       MOVE WKS-hamming15 TO WKS-REG-SALIDA-15
                       WRITE WKS-REG-SALIDA-15
                       ADD 1 TO WKS-TXL-CONT-15
                   ELSE
                       PERFORM ESCRIBIR-EXCEPCION-ENTRADA-15
                   END-IF
               CLOSE HAM15-ENTRADA-FILE.
               CLOSE HAM15-SALIDA-FILE.
               CLOSE HAM15-EXCEPCIONES-FILE.
      *    EL LOTE (15,11) NO LLEVA CABECERA NI COLA: SOLO DATOS
               MOVE SPACES TO WKS-REG-TXLOG-DET.
               MOVE "15" TO WKS-TXL-CODIGO.
               MOVE "N" TO WKS-TXL-FORMATO.
               MOVE WKS-TXL-CONT-15 TO WKS-TXL-REG-DATOS.
               MOVE 0 TO WKS-TXL-REG-CONTROL.
               COMPUTE WKS-TXL-BYTES-DATOS =
                   WKS-TXL-CONT-15 * WKS-TXL-LARGO-DATO-15.
               MOVE 0 TO WKS-TXL-BYTES-CONTROL.
               MOVE 0 TO WKS-TXL-BYTES-ANTERIOR.
               PERFORM GRABAR-REGISTRO-TXLOG.

           LEER-REGISTRO-ENTRADA-15.
               READ HAM15-ENTRADA-FILE
               MOVE 0 TO WKS-SEG-ACTUAL.
               MOVE 0 TO WKS-CONT-SEG-VALIDOS.
               MOVE 0 TO WKS-CONT-SEG-RECHAZADOS.
               MOVE 0 TO WKS-CONT-SEG-REPETIDOS.
               MOVE "N" TO WKS-SW-LOTE-SUSPENDIDO.
               MOVE "N" TO WKS-SW-SEG-DESVIADO.

               PERFORM VALIDAR-ARCHIVO-RECIBIDO.

                       IF WKS-FS-CUARENTENA = "35" THEN
                           OPEN OUTPUT HAM-CUARENTENA-FILE
                       END-IF
                       OPEN EXTEND HAM-ACUSE-FILE
                       IF WKS-FS-ACUSE = "35" THEN
                           OPEN OUTPUT HAM-ACUSE-FILE
                       END-IF
                   ELSE
                       OPEN OUTPUT HAM-CORREGIDA-FILE
                       OPEN OUTPUT HAM-CUARENTENA-FILE
                       OPEN OUTPUT HAM-ACUSE-FILE
                   END-IF
                   PERFORM ABRIR-MAESTRO
      *    LAS REENTREGAS DE LOTES YA CORREGIDOS SE APARTAN EN
      *    HAMREDEL PARA QUE OPERACIONES LAS REVISE
                   IF WKS-CONT-SEG-REPETIDOS > 0 THEN
                       OPEN EXTEND HAM-REENTREGA-FILE
                       IF WKS-FS-REENTREGA = "35" THEN
                           OPEN OUTPUT HAM-REENTREGA-FILE
                       END-IF
                   END-IF

                   PERFORM PROCESAR-ARCHIVO-CORRECCION

                   CLOSE HAM-AUDIT-FILE
                   CLOSE HAM-CORREGIDA-FILE
                   CLOSE HAM-CUARENTENA-FILE
                   CLOSE HAM-ACUSE-FILE
                   CLOSE HAM-MAESTRO-FILE
                   IF WKS-CONT-SEG-REPETIDOS > 0 THEN
                       CLOSE HAM-REENTREGA-FILE
                   END-IF
               END-IF.

      *    ARCHIVO COMPLETO SIN INTERRUPCIONES: SE LIMPIA EL
                   WKS-CONT-SEG-VALIDOS.
               DISPLAY "SEGMENTOS RECHAZADOS.....: "
                   WKS-CONT-SEG-RECHAZADOS.
               DISPLAY "REENTREGAS DESVIADAS.....: "
                   WKS-CONT-SEG-REPETIDOS.
               IF WKS-CONT-SEG-REPETIDOS > 0 AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF WKS-SDIR-CANT = 0 THEN
                   DISPLAY "ARCHIVO SIN CABECERA CAB - NO SE EJECUTA "
                       "LA CORRECCION"
      *    PROCESARSE. UNA CABECERA QUE APARECE ANTES DE LA COLA
      *    CIERRA EL SEGMENTO COMO MALFORMADO Y ABRE EL SIGUIENTE.
               MOVE 0 TO WKS-SDIR-CANT.
               MOVE 0 TO WKS-HUE-CANT.
               MOVE "N" TO WKS-SW-FIN-COD-ENTRADA.
               MOVE "N" TO WKS-SW-EN-SEGMENTO.
               MOVE "N" TO WKS-SW-BASURA-SUELTA.
               MOVE WKS-FLAG-LOTE-VALIDO
                   TO WKS-SDIR-VALIDO(WKS-SDIR-CANT).
               MOVE WKS-LOTE-ID TO WKS-SDIR-LOTE(WKS-SDIR-CANT).
               MOVE WKS-CAB-MODO TO WKS-SDIR-MODO(WKS-SDIR-CANT).
               MOVE WKS-CONT-SEQ-HUECOS
                   TO WKS-SDIR-HUECOS(WKS-SDIR-CANT).
               MOVE WKS-CONT-SEQ-DUP TO WKS-SDIR-DUP(WKS-SDIR-CANT).
                   DISPLAY "SEGMENTO " WKS-SDIR-CANT " (LOTE "
                       WKS-LOTE-ID ") RECHAZADO - NO SE PROCESA"
               END-IF.
      *    LOS SEGMENTOS YA CUBIERTOS POR EL CHECKPOINT SON DE ESTA
      *    MISMA CORRIDA Y NO SE MIRAN COMO REENTREGA. UNA
      *    RETRANSMISION (MODO R) TRAE EL LOTE ORIGINAL EN LA
      *    CABECERA Y TAMPOCO: EL ORIGINAL YA ESTA CORREGIDO Y LA
      *    RETRANSMISION TIENE QUE PASAR POR LA CORRECCION Y EL ACUSE
               IF LOTE-VALIDO AND WKS-CAB-MODO NOT = "R" AND
                       WKS-SDIR-CANT > WKS-CKPT-SEGMENTO THEN
                   PERFORM VERIFICAR-LOTE-REENTREGADO
               END-IF.
               MOVE "N" TO WKS-SW-EN-SEGMENTO.

           VERIFICAR-LOTE-REENTREGADO.
      *    UN LOTE QUE YA PASO POR UN SEGMENTO VALIDO ANTERIOR DEL
      *    MISMO ARCHIVO, O QUE EL CATALOGO YA DA POR CORREGIDO, NO
      *    SE VUELVE A CORREGIR: SE MARCA D EN EL DIRECTORIO
               PERFORM VARYING WKS-SDIR-J FROM 1 BY 1
                   UNTIL WKS-SDIR-J >= WKS-SDIR-CANT
                   IF WKS-SDIR-VALIDO(WKS-SDIR-J) = "S" AND
                           WKS-SDIR-LOTE(WKS-SDIR-J) = WKS-LOTE-ID THEN
                       MOVE "D" TO WKS-SDIR-VALIDO(WKS-SDIR-CANT)
                   END-IF
               END-PERFORM.
               IF WKS-SDIR-VALIDO(WKS-SDIR-CANT) = "S" THEN
                   OPEN INPUT HAM-CATALOGO-FILE
                   IF WKS-FS-CATALOGO = "00" THEN
                       MOVE WKS-LOTE-ID TO WKS-CAT-LOTE
                       READ HAM-CATALOGO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CAT-YA-CORREGIDO THEN
                                   MOVE "D" TO
                                       WKS-SDIR-VALIDO(WKS-SDIR-CANT)
                               END-IF
                       END-READ
                       CLOSE HAM-CATALOGO-FILE
                   END-IF
               END-IF.
               IF WKS-SDIR-VALIDO(WKS-SDIR-CANT) = "D" THEN
                   ADD 1 TO WKS-CONT-SEG-REPETIDOS
                   DISPLAY "SEGMENTO " WKS-SDIR-CANT " (LOTE "
                       WKS-LOTE-ID ") YA CORREGIDO - REENTREGA, SE "
                       "DESVIA A HAMREDEL"
               END-IF.

           TRATAR-BASURA-SUELTA.
               IF BASURA-SUELTA THEN
                   DISPLAY "REGISTROS SUELTOS SIN CABECERA CAB, SE "
                       DISPLAY "HUECO DE SECUENCIA: DE "
                           WKS-SEQ-ANTERIOR " SALTA A "
                           WKS-SEQ-RECIBIDA
                       IF WKS-CAB-MODO NOT = "R" THEN
                           PERFORM ANOTAR-HUECO-SECUENCIA
                       END-IF
                   END-IF
                   IF WKS-SEQ-RECIBIDA <= WKS-SEQ-ANTERIOR THEN
                       ADD 1 TO WKS-CONT-SEQ-DUP
                   ADD 1 TO WKS-CONT-SEQ-SIN
               END-IF.

           ANOTAR-HUECO-SECUENCIA.
               IF WKS-HUE-CANT >= 500 THEN
                   DISPLAY "MAS DE 500 HUECOS EN EL ARCHIVO, EL HUECO "
                       "ANTES DE LA SEQ " WKS-SEQ-RECIBIDA
                       " NO SE ACUSA"
               ELSE
                   ADD 1 TO WKS-HUE-CANT
                   MOVE WKS-SDIR-CANT TO WKS-HUE-SEGMENTO(WKS-HUE-CANT)
                   COMPUTE WKS-HUE-DESDE(WKS-HUE-CANT) =
                       WKS-SEQ-ANTERIOR + 1
                   COMPUTE WKS-HUE-HASTA(WKS-HUE-CANT) =
                       WKS-SEQ-RECIBIDA - 1
               END-IF.

           CONTAR-BITS-RECIBIDOS.
      *    SE CUENTA SOBRE EL BYTE CRUDO PARA NO TROPEZAR CON
      *    REGISTROS NO BINARIOS EN LA PASADA DE VALIDACION
                       EVALUATE TRUE
                           WHEN WKS-REG-COD-ENTRADA(1:3) = "CAB"
                               PERFORM FINALIZAR-SEGMENTO-PROCESO
                               MOVE "N" TO WKS-SW-SEG-DESVIADO
                               ADD 1 TO WKS-SEG-ACTUAL
                               IF WKS-SEG-ACTUAL > WKS-SDIR-CANT THEN
                                   MOVE "S" TO WKS-SW-FIN-COD-ENTRADA
                                   PERFORM PREPARAR-SEGMENTO-PROCESO
                               END-IF
                           WHEN WKS-REG-COD-ENTRADA(1:3) = "FIN"
                               IF SEG-DESVIADO THEN
                                   PERFORM DESVIAR-REGISTRO-REENTREGA
                                   MOVE "N" TO WKS-SW-SEG-DESVIADO
                               END-IF
                               PERFORM FINALIZAR-SEGMENTO-PROCESO
                           WHEN SEG-DESVIADO
                               PERFORM DESVIAR-REGISTRO-REENTREGA
                           WHEN NOT SEG-EN-PROCESO
                               CONTINUE
                           WHEN WKS-SEG-SALTAR > 0
      *    PROCESADO EN LA EJECUCION INTERRUMPIDA, Y EN EL DEL
      *    CHECKPOINT SE SALTAN LOS REGISTROS YA PROCESADOS
               EVALUATE TRUE
                   WHEN WKS-SDIR-VALIDO(WKS-SEG-ACTUAL) = "D"
                       MOVE "S" TO WKS-SW-SEG-DESVIADO
                       PERFORM DESVIAR-REGISTRO-REENTREGA
                   WHEN WKS-SDIR-VALIDO(WKS-SEG-ACTUAL) = "N" AND
                           WKS-SEG-ACTUAL > WKS-CKPT-SEGMENTO
                       PERFORM ACUSAR-SEGMENTO-RECHAZADO
                   WHEN WKS-SDIR-VALIDO(WKS-SEG-ACTUAL) NOT = "S"
                       CONTINUE
                   WHEN WKS-SEG-ACTUAL < WKS-CKPT-SEGMENTO
                           MOVE 0 TO WKS-SEG-SALTAR
                           MOVE 0 TO WKS-CKPT-CONTADOR
                       END-IF
      *    LA CABECERA DEL SEGMENTO PASA A LA SALIDA CORREGIDA PARA
      *    QUE EL DESCIFRADO SEPA A QUE LOTE PERTENECE CADA TRAMO
                       MOVE WKS-REG-COD-ENTRADA TO WKS-REG-CABECERA
                       MOVE WKS-REG-CABECERA TO WKS-REG-CORREGIDA
                       WRITE WKS-REG-CORREGIDA
      *    EL GRUPO DEL ACUSE ABRE CON LA MISMA CABECERA; AL
      *    REANUDAR A MITAD DE SEGMENTO LA CABECERA SE REPITE Y EL
      *    TRANSMISOR LA TOMA COMO CONTINUACION DEL GRUPO
                       MOVE WKS-REG-CABECERA TO WKS-REG-ACUSE
                       WRITE WKS-REG-ACUSE
                       MOVE SPACES TO WKS-ACU-ABIERTO
                       MOVE 0 TO WKS-ACU-CONT-REG
                       MOVE 0 TO WKS-ACU-CONT-ACK
                       MOVE 0 TO WKS-ACU-CONT-NAK
                       MOVE 0 TO WKS-ACU-CONT-HUE
      *    UNA RETRANSMISION LLEGA CON EL LOTE ORIGINAL: NO LO HACE
      *    VOLVER A RECIBIDO EN EL CATALOGO
                       IF WKS-CAB-MODO NOT = "R" THEN
                           MOVE WKS-LOTE-ID TO WKS-CATP-LOTE
                           MOVE "V" TO WKS-CATP-ESTADO
                           MOVE WKS-CAB-MODO TO WKS-CATP-MODO
                           MOVE SPACES TO WKS-CATP-ORIGEN
                           MOVE 0 TO WKS-CATP-CODEWORDS
                           MOVE 0 TO WKS-CATP-CORREGIDOS
                           MOVE 0 TO WKS-CATP-Q
                           PERFORM REGISTRAR-ESTADO-CATALOGO
                       END-IF
               END-EVALUATE.

           ACUSAR-SEGMENTO-RECHAZADO.
      *    UN SEGMENTO RECHAZADO NO SE CORRIGIO: EL ACUSE LO DEVUELVE
      *    ENTERO PARA QUE EL TRANSMISOR LO VUELVA A ENVIAR
               MOVE WKS-REG-COD-ENTRADA TO WKS-REG-CABECERA.
               MOVE WKS-REG-CABECERA TO WKS-REG-ACUSE.
               WRITE WKS-REG-ACUSE.
               MOVE SPACES TO WKS-REG-ACUSE-DET.
               MOVE "RCH" TO WKS-ACU-TIPO.
               MOVE WKS-CAB-LOTE TO WKS-ACU-LOTE.
               MOVE 0 TO WKS-ACU-SEQ-DESDE.
               MOVE 0 TO WKS-ACU-SEQ-HASTA.
               MOVE WKS-REG-ACUSE-DET TO WKS-REG-ACUSE.
               WRITE WKS-REG-ACUSE.
               MOVE "FIN" TO WKS-ACUF-MARCA.
               MOVE 1 TO WKS-ACUF-REGISTROS.
               MOVE 0 TO WKS-ACUF-RECIBIDOS.
               MOVE 0 TO WKS-ACUF-CUARENTENA.
               MOVE 0 TO WKS-ACUF-HUECOS.
               MOVE WKS-REG-ACUSE-FIN TO WKS-REG-ACUSE.
               WRITE WKS-REG-ACUSE.

           DESVIAR-REGISTRO-REENTREGA.
               MOVE WKS-REG-COD-ENTRADA TO WKS-REG-REENTREGA.
               WRITE WKS-REG-REENTREGA.

           FINALIZAR-SEGMENTO-PROCESO.
               IF SEG-EN-PROCESO THEN
                   PERFORM IMPRIMIR-RESUMEN-CORRECCION
                       ADD WKS-CONT-NOCORREGIBLES
                           TO WKS-PIPE-CUARENTENA
                   END-IF
      *    UN SEGMENTO TERMINADO (NO SUSPENDIDO) CIERRA SU GRUPO DEL
      *    ACUSE CON LOS HUECOS Y LA COLA, Y QUEDA CORREGIDO EN EL
      *    CATALOGO, O CON CUARENTENA ABIERTA SI EL MAESTRO LE
      *    GUARDA CODEWORDS EN Q O SECUENCIAS EN P. UNO SUSPENDIDO
      *    DEJA GRABADO EL TRAMO EN CURSO Y EL GRUPO SIN COLA HASTA
      *    LA REANUDACION.
                   PERFORM GRABAR-TRAMO-ACUSE
                   IF NOT LOTE-SUSPENDIDO THEN
                       PERFORM CERRAR-ACUSE-SEGMENTO
                       PERFORM CATALOGAR-SEGMENTO-CORREGIDO
                   END-IF
                   ADD 1 TO WKS-CONT-SEG-VALIDOS
                   MOVE "N" TO WKS-SW-SEG-EN-PROCESO
               END-IF.

           CERRAR-ACUSE-SEGMENTO.
               PERFORM VARYING WKS-HUE-I FROM 1 BY 1
                   UNTIL WKS-HUE-I > WKS-HUE-CANT
                   IF WKS-HUE-SEGMENTO(WKS-HUE-I) = WKS-SEG-ACTUAL THEN
                       PERFORM ACUSAR-HUECO-SECUENCIA
                   END-IF
               END-PERFORM.
               MOVE "FIN" TO WKS-ACUF-MARCA.
               MOVE WKS-ACU-CONT-REG TO WKS-ACUF-REGISTROS.
               MOVE WKS-ACU-CONT-ACK TO WKS-ACUF-RECIBIDOS.
               MOVE WKS-ACU-CONT-NAK TO WKS-ACUF-CUARENTENA.
               MOVE WKS-ACU-CONT-HUE TO WKS-ACUF-HUECOS.
               MOVE WKS-REG-ACUSE-FIN TO WKS-REG-ACUSE.
               WRITE WKS-REG-ACUSE.

           ACUSAR-HUECO-SECUENCIA.
      *    EL HUECO SE ACUSA COMO TRAMO HUE Y CADA SECUENCIA QUE
      *    FALTO ENTRA AL MAESTRO EN P, SIN PISAR UNA CLAVE QUE YA
      *    EXISTA, PARA QUE LA RETRANSMISION TENGA CON QUE CASAR
               MOVE "HUE" TO WKS-ACU-ABIERTO.
               MOVE WKS-HUE-DESDE(WKS-HUE-I) TO WKS-ACU-DESDE.
               MOVE WKS-HUE-HASTA(WKS-HUE-I) TO WKS-ACU-HASTA.
               COMPUTE WKS-ACU-CONT-HUE = WKS-ACU-CONT-HUE +
                   WKS-ACU-HASTA - WKS-ACU-DESDE + 1.
               PERFORM GRABAR-TRAMO-ACUSE.
               IF MAESTRO-ABIERTO THEN
                   PERFORM VARYING WKS-ACU-SEQ
                       FROM WKS-HUE-DESDE(WKS-HUE-I) BY 1
                       UNTIL WKS-ACU-SEQ > WKS-HUE-HASTA(WKS-HUE-I)
                       MOVE WKS-LOTE-ID TO WKS-MAE-LOTE
                       MOVE WKS-ACU-SEQ TO WKS-MAE-SEQ
                       MOVE "P" TO WKS-MAE-ESTADO
                       MOVE SPACES TO WKS-MAE-CODIGO
                       WRITE WKS-REG-MAESTRO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-PERFORM
               END-IF.

           ANOTAR-ACUSE-CODEWORD.
      *    LOS CODEWORDS SE ACUSAN POR TRAMOS: MIENTRAS LAS
      *    SECUENCIAS SIGAN SEGUIDAS Y CON EL MISMO RESULTADO SE
      *    ESTIRA EL TRAMO ABIERTO; UN CORTE GRABA EL TRAMO Y ABRE
      *    OTRO
               IF NOCORREGIBLE THEN
                   MOVE "NAK" TO WKS-ACU-TIPO-COD
                   ADD 1 TO WKS-ACU-CONT-NAK
               ELSE
                   MOVE "ACK" TO WKS-ACU-TIPO-COD
                   ADD 1 TO WKS-ACU-CONT-ACK
               END-IF.
               IF WKS-ACU-ABIERTO = WKS-ACU-TIPO-COD AND
                       WKS-SEQ-RECIBIDA = WKS-ACU-HASTA + 1 THEN
                   MOVE WKS-SEQ-RECIBIDA TO WKS-ACU-HASTA
               ELSE
                   PERFORM GRABAR-TRAMO-ACUSE
                   MOVE WKS-ACU-TIPO-COD TO WKS-ACU-ABIERTO
                   MOVE WKS-SEQ-RECIBIDA TO WKS-ACU-DESDE
                   MOVE WKS-SEQ-RECIBIDA TO WKS-ACU-HASTA
               END-IF.

           GRABAR-TRAMO-ACUSE.
               IF WKS-ACU-ABIERTO NOT = SPACES THEN
                   MOVE SPACES TO WKS-REG-ACUSE-DET
                   MOVE WKS-ACU-ABIERTO TO WKS-ACU-TIPO
                   MOVE WKS-LOTE-ID TO WKS-ACU-LOTE
                   MOVE WKS-ACU-DESDE TO WKS-ACU-SEQ-DESDE
                   MOVE WKS-ACU-HASTA TO WKS-ACU-SEQ-HASTA
                   MOVE WKS-REG-ACUSE-DET TO WKS-REG-ACUSE
                   WRITE WKS-REG-ACUSE
                   ADD 1 TO WKS-ACU-CONT-REG
                   MOVE SPACES TO WKS-ACU-ABIERTO
               END-IF.

           CATALOGAR-SEGMENTO-CORREGIDO.
      *    UNA RETRANSMISION (MODO R) ES SOLO UNA PARTE DEL LOTE
      *    ORIGINAL CUYO LOTE TRAE: EL CATALOGO DEL ORIGINAL SIGUE AL
      *    MAESTRO COMO EN LA RESOLUCION (X SI YA NO LE QUEDA NADA EN
      *    Q O P, Q SI NO), Y SIN MAESTRO SE DEJA COMO ESTA
               MOVE WKS-LOTE-ID TO WKS-CATP-LOTE.
               IF WKS-SDIR-MODO(WKS-SEG-ACTUAL) = "R" THEN
                   IF MAESTRO-ABIERTO THEN
                       PERFORM CONTAR-PENDIENTES-LOTE-MAESTRO
                       IF WKS-CATP-Q = 0 THEN
                           MOVE "X" TO WKS-CATP-ESTADO
                       ELSE
                           MOVE "Q" TO WKS-CATP-ESTADO
                       END-IF
                       MOVE SPACE TO WKS-CATP-MODO
                       MOVE SPACES TO WKS-CATP-ORIGEN
                       MOVE 0 TO WKS-CATP-CODEWORDS
                       MOVE 0 TO WKS-CATP-CORREGIDOS
                       PERFORM REGISTRAR-ESTADO-CATALOGO
                   END-IF
               ELSE
                   IF MAESTRO-ABIERTO THEN
                       PERFORM CONTAR-PENDIENTES-LOTE-MAESTRO
                   ELSE
                       MOVE WKS-CONT-NOCORREGIBLES TO WKS-CATP-Q
                   END-IF
                   IF WKS-CATP-Q > 0 THEN
                       MOVE "Q" TO WKS-CATP-ESTADO
                   ELSE
                       MOVE "C" TO WKS-CATP-ESTADO
                   END-IF
                   COMPUTE WKS-CATP-CORREGIDOS =
                       WKS-CONT-CORR-C1 + WKS-CONT-CORR-C2
                       + WKS-CONT-CORR-C3 + WKS-CONT-CORR-CONSENSO
                   MOVE 0 TO WKS-CATP-CODEWORDS
                   PERFORM REGISTRAR-ESTADO-CATALOGO
               END-IF.

           CORREGIR-CODEWORD-RECIBIDO.
      *    CORRECCION DE UN CODEWORD DEL SEGMENTO ACTIVO, TAL COMO
      *    LO HACIA EL PROCESO DE LOTE UNICO
                   PERFORM ESCRIBIR-AUDITORIA-CORRECCION
               END-IF.
               PERFORM GRABAR-CODIGO-CORREGIDO.
               PERFORM ANOTAR-ACUSE-CODEWORD.

               COMPUTE WKS-CKPT-TOTAL =
                   WKS-CKPT-CONTADOR + WKS-CONT-PROCESADOS.
               OPEN OUTPUT HAM-CKPT-FILE.
               MOVE WKS-SEG-ACTUAL TO WKS-CKPT-REG-SEGMENTO.
               MOVE WKS-CKPT-TOTAL TO WKS-CKPT-REG-CONTADOR.
      *    EL LOTE Y LA MARCA DE SUSPENSION SON PARA LA HOJA DE
      *    CONTROL; LA REANUDACION SOLO USA SEGMENTO Y CONTADOR
               MOVE WKS-LOTE-ID TO WKS-CKPT-REG-LOTE.
               IF LOTE-SUSPENDIDO THEN
                   MOVE "S" TO WKS-CKPT-REG-ESTADO
               ELSE
                   MOVE "P" TO WKS-CKPT-REG-ESTADO
               END-IF.
               WRITE WKS-REG-CHECKPOINT.
               CLOSE HAM-CKPT-FILE.

