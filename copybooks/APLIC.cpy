      ******************************************************************
      *    APLIC - record layout of the applied-input register
      *    APLICADOS.DAT (RECORD KEY IS AP-CHAVE, default
      *    "aplicados.dat"): one record per input file ever folded
      *    into the masters, so no input is applied twice and an
      *    interrupted apply picks up where it stopped.
      *
      *        AP-TIPO ........ "E" an extract received by
      *                             RecebeExtrato: AP-ORIGEM the
      *                             sending site, AP-REFERENCIA the
      *                             header date, AP-SEQUENCIA the
      *                             extract number
      *                         "C" one stream file consolidated by
      *                             ConsolidaLotes: AP-ORIGEM the file
      *                             name, AP-REFERENCIA the run stamp
      *                             the engine wrote into it,
      *                             AP-SEQUENCIA the stream number
      *                         "L" the consolidation as a whole:
      *                             AP-ORIGEM the stream base name,
      *                             AP-REFERENCIA stream 1's stamp,
      *                             AP-SEQUENCIA the stream count;
      *                             AP-ETAPA tells how far the closing
      *                             history/season appends got
      *                         "X" an extract ExtraiPlacar produced
      *                             here, same key shape as "E"
      *        AP-SITUACAO .... "P" being applied / interrupted,
      *                         "C" wholly applied
      *        AP-CONFIRMADOS . records of the input already applied
      *                         (line number of the last one): the
      *                         resume point
      *
      *    Per site, the "E" and "X" records with a blank reference
      *    and sequence zero are the sequence controls: AP-ULTIMA-SEQ
      *    is the last extract number received from (or, for "X",
      *    issued by) that site.
      ******************************************************************
       01  APLICADO-REC.
           05 AP-CHAVE.
               10 AP-TIPO           PIC X(1).
                   88 AP-EXTRATO        VALUE "E".
                   88 AP-STREAM         VALUE "C".
                   88 AP-LOTE           VALUE "L".
                   88 AP-EMITIDO        VALUE "X".
               10 AP-ORIGEM         PIC X(60).
               10 AP-REFERENCIA     PIC X(14).
               10 AP-SEQUENCIA      PIC 9(7).
           05 AP-SITUACAO           PIC X(1).
               88 AP-PARCIAL        VALUE "P".
               88 AP-CONCLUIDO      VALUE "C".
           05 AP-ETAPA              PIC X(1).
           05 AP-CONFIRMADOS        PIC 9(9).
           05 AP-TOTAL              PIC 9(9).
           05 AP-INICIO             PIC X(14).
           05 AP-FIM                PIC X(14).
           05 AP-PROGRAMA           PIC X(20).
           05 AP-ULTIMA-SEQ         PIC 9(7).
           05 FILLER                PIC X(20).
