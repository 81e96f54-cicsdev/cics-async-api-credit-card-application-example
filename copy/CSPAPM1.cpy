      ******************************************************************
      *  CSPAPM1
      *
      * Symbolic map for the CSPAPM1 map of mapset CSPAPMAP (see
      * bms/CSPAPMAP.bms) - the PAPK paper application keying
      * screen. Laid out by hand in the shape DFHMDX would generate,
      * the CSMAP1 convention: an I record carrying length/attribute/
      * data per named field, and an O record (REDEFINES) carrying
      * just the data a program sends back out.
      ******************************************************************
       01  CSPAPM1I.
           05  FILLER                PIC X(12).
           05  BTCHL                PIC S9(4) COMP.
           05  BTCHF                PIC X.
           05  FILLER REDEFINES BTCHF.
               10  BTCHA             PIC X.
           05  BTCHI                PIC X(6).
           05  SERLL                PIC S9(4) COMP.
           05  SERLF                PIC X.
           05  FILLER REDEFINES SERLF.
               10  SERLA             PIC X.
           05  SERLI                PIC X(4).
           05  ACTNL                PIC S9(4) COMP.
           05  ACTNF                PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA             PIC X.
           05  ACTNI                PIC X(1).
           05  ACCTL                PIC S9(4) COMP.
           05  ACCTF                PIC X.
           05  FILLER REDEFINES ACCTF.
               10  ACCTA             PIC X.
           05  ACCTI                PIC X(8).
           05  PRODL                PIC S9(4) COMP.
           05  PRODF                PIC X.
           05  FILLER REDEFINES PRODF.
               10  PRODA             PIC X.
           05  PRODI                PIC X(4).
           05  SEQNL                PIC S9(4) COMP.
           05  SEQNF                PIC X.
           05  FILLER REDEFINES SEQNF.
               10  SEQNA             PIC X.
           05  SEQNI                PIC X(1).
           05  INCML                PIC S9(4) COMP.
           05  INCMF                PIC X.
           05  FILLER REDEFINES INCMF.
               10  INCMA             PIC X.
           05  INCMI                PIC X(7).
           05  CONSL                PIC S9(4) COMP.
           05  CONSF                PIC X.
           05  FILLER REDEFINES CONSF.
               10  CONSA             PIC X.
           05  CONSI                PIC X(1).
           05  BTAML                PIC S9(4) COMP.
           05  BTAMF                PIC X.
           05  FILLER REDEFINES BTAMF.
               10  BTAMA             PIC X.
           05  BTAMI                PIC X(7).
           05  GUARL                PIC S9(4) COMP.
           05  GUARF                PIC X.
           05  FILLER REDEFINES GUARF.
               10  GUARA             PIC X.
           05  GUARI                PIC X(8).
           05  PPIOL                PIC S9(4) COMP.
           05  PPIOF                PIC X.
           05  FILLER REDEFINES PPIOF.
               10  PPIOA             PIC X.
           05  PPIOI                PIC X(1).
           05  DDSCL                PIC S9(4) COMP.
           05  DDSCF                PIC X.
           05  FILLER REDEFINES DDSCF.
               10  DDSCA             PIC X.
           05  DDSCI                PIC X(6).
           05  DDACL                PIC S9(4) COMP.
           05  DDACF                PIC X.
           05  FILLER REDEFINES DDACF.
               10  DDACA             PIC X.
           05  DDACI                PIC X(8).
           05  DDOPL                PIC S9(4) COMP.
           05  DDOPF                PIC X.
           05  FILLER REDEFINES DDOPF.
               10  DDOPA             PIC X.
           05  DDOPI                PIC X(1).
           05  REFCL                PIC S9(4) COMP.
           05  REFCF                PIC X.
           05  FILLER REDEFINES REFCF.
               10  REFCA             PIC X.
           05  REFCI                PIC X(1).
           05  DTL1L                PIC S9(4) COMP.
           05  DTL1F                PIC X.
           05  FILLER REDEFINES DTL1F.
               10  DTL1A             PIC X.
           05  DTL1I                PIC X(75).
           05  DTL2L                PIC S9(4) COMP.
           05  DTL2F                PIC X.
           05  FILLER REDEFINES DTL2F.
               10  DTL2A             PIC X.
           05  DTL2I                PIC X(75).
           05  DTL3L                PIC S9(4) COMP.
           05  DTL3F                PIC X.
           05  FILLER REDEFINES DTL3F.
               10  DTL3A             PIC X.
           05  DTL3I                PIC X(75).
           05  DTL4L                PIC S9(4) COMP.
           05  DTL4F                PIC X.
           05  FILLER REDEFINES DTL4F.
               10  DTL4A             PIC X.
           05  DTL4I                PIC X(75).
           05  NOTEL                PIC S9(4) COMP.
           05  NOTEF                PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA             PIC X.
           05  NOTEI                PIC X(40).
           05  MSGL                 PIC S9(4) COMP.
           05  MSGF                 PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA              PIC X.
           05  MSGI                 PIC X(75).

       01  CSPAPM1O REDEFINES CSPAPM1I.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  BTCHO                PIC X(6).
           05  FILLER                PIC X(3).
           05  SERLO                PIC X(4).
           05  FILLER                PIC X(3).
           05  ACTNO                PIC X(1).
           05  FILLER                PIC X(3).
           05  ACCTO                PIC X(8).
           05  FILLER                PIC X(3).
           05  PRODO                PIC X(4).
           05  FILLER                PIC X(3).
           05  SEQNO                PIC X(1).
           05  FILLER                PIC X(3).
           05  INCMO                PIC X(7).
           05  FILLER                PIC X(3).
           05  CONSO                PIC X(1).
           05  FILLER                PIC X(3).
           05  BTAMO                PIC X(7).
           05  FILLER                PIC X(3).
           05  GUARO                PIC X(8).
           05  FILLER                PIC X(3).
           05  PPIOO                PIC X(1).
           05  FILLER                PIC X(3).
           05  DDSCO                PIC X(6).
           05  FILLER                PIC X(3).
           05  DDACO                PIC X(8).
           05  FILLER                PIC X(3).
           05  DDOPO                PIC X(1).
           05  FILLER                PIC X(3).
           05  REFCO                PIC X(1).
           05  FILLER                PIC X(3).
           05  DTL1O                PIC X(75).
           05  FILLER                PIC X(3).
           05  DTL2O                PIC X(75).
           05  FILLER                PIC X(3).
           05  DTL3O                PIC X(75).
           05  FILLER                PIC X(3).
           05  DTL4O                PIC X(75).
           05  FILLER                PIC X(3).
           05  NOTEO                PIC X(40).
           05  FILLER                PIC X(3).
           05  MSGO                 PIC X(75).
