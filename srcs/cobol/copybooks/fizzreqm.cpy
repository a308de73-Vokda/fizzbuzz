           05  filler redefines rdtvalf.
               10  rdtvala       pic x.
           05  rdtval            pic x(8).
           05  rldlbll           pic s9(4) comp.
           05  rldlblf           pic x.
           05  filler redefines rldlblf.
               10  rldlbla       pic x.
           05  rldlbl            pic x(20).
           05  rldvall           pic s9(4) comp.
           05  rldvalf           pic x.
           05  filler redefines rldvalf.
               10  rldvala       pic x.
           05  rldval            pic x(8).
           05  stalbll           pic s9(4) comp.
           05  stalblf           pic x.
           05  filler redefines stalblf.
           05  filler redefines updvalf.
               10  updvala       pic x.
           05  updval            pic x(15).
           05  dsnlbll           pic s9(4) comp.
           05  dsnlblf           pic x.
           05  filler redefines dsnlblf.
               10  dsnlbla       pic x.
           05  dsnlbl            pic x(20).
           05  dsnvall           pic s9(4) comp.
           05  dsnvalf           pic x.
           05  filler redefines dsnvalf.
               10  dsnvala       pic x.
           05  dsnval            pic x(44).
           05  drclbll           pic s9(4) comp.
           05  drclblf           pic x.
           05  filler redefines drclblf.
               10  drclbla       pic x.
           05  drclbl            pic x(20).
           05  drcvall           pic s9(4) comp.
           05  drcvalf           pic x.
           05  filler redefines drcvalf.
               10  drcvala       pic x.
           05  drcval            pic x(9).
           05  ddtlbll           pic s9(4) comp.
           05  ddtlblf           pic x.
           05  filler redefines ddtlblf.
               10  ddtlbla       pic x.
           05  ddtlbl            pic x(20).
           05  ddtvall           pic s9(4) comp.
           05  ddtvalf           pic x.
           05  filler redefines ddtvalf.
               10  ddtvala       pic x.
           05  ddtval            pic x(8).
           05  dexlbll           pic s9(4) comp.
           05  dexlblf           pic x.
           05  filler redefines dexlblf.
               10  dexlbla       pic x.
           05  dexlbl            pic x(20).
           05  dexvall           pic s9(4) comp.
           05  dexvalf           pic x.
           05  filler redefines dexvalf.
               10  dexvala       pic x.
           05  dexval            pic x(8).
           05  msglinel          pic s9(4) comp.
           05  msglinef          pic x.
           05  filler redefines msglinef.
           05  rdtlbl2           pic x(20).
           05  rdtvalo           pic x(3).
           05  rdtval2           pic x(8).
           05  rldlblo           pic x(3).
           05  rldlbl2           pic x(20).
           05  rldvalo           pic x(3).
           05  rldval2           pic x(8).
           05  stalblo           pic x(3).
           05  stalbl2           pic x(20).
           05  stavalo           pic x(3).
           05  updlbl2           pic x(20).
           05  updvalo           pic x(3).
           05  updval2           pic x(15).
           05  dsnlblo           pic x(3).
           05  dsnlbl2           pic x(20).
           05  dsnvalo           pic x(3).
           05  dsnval2           pic x(44).
           05  drclblo           pic x(3).
           05  drclbl2           pic x(20).
           05  drcvalo           pic x(3).
           05  drcval2           pic x(9).
           05  ddtlblo           pic x(3).
           05  ddtlbl2           pic x(20).
           05  ddtvalo           pic x(3).
           05  ddtval2           pic x(8).
           05  dexlblo           pic x(3).
           05  dexlbl2           pic x(20).
           05  dexvalo           pic x(3).
           05  dexval2           pic x(8).
           05  msglineo          pic x(3).
           05  msgline2          pic x(79).
