      *----------------------------------------------------------------
      * FIZZVODM - symbolic map for the FIZZVOD BMS map (srcs/bms/
      *            fizzvod.bms, mapset FIZZVOD, map FIZZVOD).
      *
      *            As with FIZZMAP, every named DFHMDF in the map -
      *            including the constant label fields - generates a
      *            symbolic map group entry, and SEND MAP/RECEIVE MAP
      *            correlate those entries to the mapset's field
      *            descriptors positionally, in BMS definition order.
      *            This copybook must list every field (label and
      *            data) in exactly that order or fields after the
      *            gap land in the wrong screen position.
      *----------------------------------------------------------------
       01  fizzvodi.
           05  vodttll           pic s9(4) comp.
           05  vodttlf           pic x.
           05  filler redefines vodttlf.
               10  vodttla       pic x.
           05  vodttl            pic x(28).
           05  actlbll           pic s9(4) comp.
           05  actlblf           pic x.
           05  filler redefines actlblf.
               10  actlbla       pic x.
           05  actlbl            pic x(20).
           05  actionl           pic s9(4) comp.
           05  actionf           pic x.
           05  filler redefines actionf.
               10  actiona       pic x.
           05  action            pic x(1).
           05  rdtlbll           pic s9(4) comp.
           05  rdtlblf           pic x.
           05  filler redefines rdtlblf.
               10  rdtlbla       pic x.
           05  rdtlbl            pic x(20).
           05  rdtvall           pic s9(4) comp.
           05  rdtvalf           pic x.
           05  filler redefines rdtvalf.
               10  rdtvala       pic x.
           05  rdtval            pic x(8).
           05  rtmlbll           pic s9(4) comp.
           05  rtmlblf           pic x.
           05  filler redefines rtmlblf.
               10  rtmlbla       pic x.
           05  rtmlbl            pic x(20).
           05  rtmvall           pic s9(4) comp.
           05  rtmvalf           pic x.
           05  filler redefines rtmvalf.
               10  rtmvala       pic x.
           05  rtmval            pic x(6).
           05  seqlbll           pic s9(4) comp.
           05  seqlblf           pic x.
           05  filler redefines seqlblf.
               10  seqlbla       pic x.
           05  seqlbl            pic x(20).
           05  seqvall           pic s9(4) comp.
           05  seqvalf           pic x.
           05  filler redefines seqvalf.
               10  seqvala       pic x.
           05  seqval            pic x(3).
           05  dsplbll           pic s9(4) comp.
           05  dsplblf           pic x.
           05  filler redefines dsplblf.
               10  dsplbla       pic x.
           05  dsplbl            pic x(20).
           05  dspvall           pic s9(4) comp.
           05  dspvalf           pic x.
           05  filler redefines dspvalf.
               10  dspvala       pic x.
           05  dspval            pic x(1).
           05  rsnlbll           pic s9(4) comp.
           05  rsnlblf           pic x.
           05  filler redefines rsnlblf.
               10  rsnlbla       pic x.
           05  rsnlbl            pic x(20).
           05  rsnvall           pic s9(4) comp.
           05  rsnvalf           pic x.
           05  filler redefines rsnvalf.
               10  rsnvala       pic x.
           05  rsnval            pic x(40).
           05  oprlbll           pic s9(4) comp.
           05  oprlblf           pic x.
           05  filler redefines oprlblf.
               10  oprlbla       pic x.
           05  oprlbl            pic x(20).
           05  oprvall           pic s9(4) comp.
           05  oprvalf           pic x.
           05  filler redefines oprvalf.
               10  oprvala       pic x.
           05  oprval            pic x(8).
           05  stalbll           pic s9(4) comp.
           05  stalblf           pic x.
           05  filler redefines stalblf.
               10  stalbla       pic x.
           05  stalbl            pic x(20).
           05  stavall           pic s9(4) comp.
           05  stavalf           pic x.
           05  filler redefines stavalf.
               10  stavala       pic x.
           05  staval            pic x(12).
           05  rqblbll           pic s9(4) comp.
           05  rqblblf           pic x.
           05  filler redefines rqblblf.
               10  rqblbla       pic x.
           05  rqblbl            pic x(20).
           05  rqbvall           pic s9(4) comp.
           05  rqbvalf           pic x.
           05  filler redefines rqbvalf.
               10  rqbvala       pic x.
           05  rqbval            pic x(40).
           05  vdtlbll           pic s9(4) comp.
           05  vdtlblf           pic x.
           05  filler redefines vdtlblf.
               10  vdtlbla       pic x.
           05  vdtlbl            pic x(20).
           05  vdtvall           pic s9(4) comp.
           05  vdtvalf           pic x.
           05  filler redefines vdtvalf.
               10  vdtvala       pic x.
           05  vdtval            pic x(15).
           05  reqlbll           pic s9(4) comp.
           05  reqlblf           pic x.
           05  filler redefines reqlblf.
               10  reqlbla       pic x.
           05  reqlbl            pic x(20).
           05  reqvall           pic s9(4) comp.
           05  reqvalf           pic x.
           05  filler redefines reqvalf.
               10  reqvala       pic x.
           05  reqval            pic x(8).
           05  hstlbll           pic s9(4) comp.
           05  hstlblf           pic x.
           05  filler redefines hstlblf.
               10  hstlbla       pic x.
           05  hstlbl            pic x(20).
           05  hstvall           pic s9(4) comp.
           05  hstvalf           pic x.
           05  filler redefines hstvalf.
               10  hstvala       pic x.
           05  hstval            pic x(9).
           05  revlbll           pic s9(4) comp.
           05  revlblf           pic x.
           05  filler redefines revlblf.
               10  revlbla       pic x.
           05  revlbl            pic x(20).
           05  revvall           pic s9(4) comp.
           05  revvalf           pic x.
           05  filler redefines revvalf.
               10  revvala       pic x.
           05  revval            pic x(9).
           05  acklbll           pic s9(4) comp.
           05  acklblf           pic x.
           05  filler redefines acklblf.
               10  acklbla       pic x.
           05  acklbl            pic x(20).
           05  ackvall           pic s9(4) comp.
           05  ackvalf           pic x.
           05  filler redefines ackvalf.
               10  ackvala       pic x.
           05  ackval            pic x(30).
           05  reslbll           pic s9(4) comp.
           05  reslblf           pic x.
           05  filler redefines reslblf.
               10  reslbla       pic x.
           05  reslbl            pic x(20).
           05  resvall           pic s9(4) comp.
           05  resvalf           pic x.
           05  filler redefines resvalf.
               10  resvala       pic x.
           05  resval            pic x(40).
           05  msglinel          pic s9(4) comp.
           05  msglinef          pic x.
           05  filler redefines msglinef.
               10  msglinea      pic x.
           05  msgline           pic x(79).

       01  fizzvodo redefines fizzvodi.
           05  vodttlo           pic x(3).
           05  vodttl2           pic x(28).
           05  actlblo           pic x(3).
           05  actlbl2           pic x(20).
           05  actiono           pic x(3).
           05  action2           pic x(1).
           05  rdtlblo           pic x(3).
           05  rdtlbl2           pic x(20).
           05  rdtvalo           pic x(3).
           05  rdtval2           pic x(8).
           05  rtmlblo           pic x(3).
           05  rtmlbl2           pic x(20).
           05  rtmvalo           pic x(3).
           05  rtmval2           pic x(6).
           05  seqlblo           pic x(3).
           05  seqlbl2           pic x(20).
           05  seqvalo           pic x(3).
           05  seqval2           pic x(3).
           05  dsplblo           pic x(3).
           05  dsplbl2           pic x(20).
           05  dspvalo           pic x(3).
           05  dspval2           pic x(1).
           05  rsnlblo           pic x(3).
           05  rsnlbl2           pic x(20).
           05  rsnvalo           pic x(3).
           05  rsnval2           pic x(40).
           05  oprlblo           pic x(3).
           05  oprlbl2           pic x(20).
           05  oprvalo           pic x(3).
           05  oprval2           pic x(8).
           05  stalblo           pic x(3).
           05  stalbl2           pic x(20).
           05  stavalo           pic x(3).
           05  staval2           pic x(12).
           05  rqblblo           pic x(3).
           05  rqblbl2           pic x(20).
           05  rqbvalo           pic x(3).
           05  rqbval2           pic x(40).
           05  vdtlblo           pic x(3).
           05  vdtlbl2           pic x(20).
           05  vdtvalo           pic x(3).
           05  vdtval2           pic x(15).
           05  reqlblo           pic x(3).
           05  reqlbl2           pic x(20).
           05  reqvalo           pic x(3).
           05  reqval2           pic x(8).
           05  hstlblo           pic x(3).
           05  hstlbl2           pic x(20).
           05  hstvalo           pic x(3).
           05  hstval2           pic x(9).
           05  revlblo           pic x(3).
           05  revlbl2           pic x(20).
           05  revvalo           pic x(3).
           05  revval2           pic x(9).
           05  acklblo           pic x(3).
           05  acklbl2           pic x(20).
           05  ackvalo           pic x(3).
           05  ackval2           pic x(30).
           05  reslblo           pic x(3).
           05  reslbl2           pic x(20).
           05  resvalo           pic x(3).
           05  resval2           pic x(40).
           05  msglineo          pic x(3).
           05  msgline2          pic x(79).
