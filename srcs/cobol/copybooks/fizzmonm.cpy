           05  filler redefines ckvalf.
               10  ckvala        pic x.
           05  ckval             pic x(15).
           05  splbll            pic s9(4) comp.
           05  splblf            pic x.
           05  filler redefines splblf.
               10  splbla        pic x.
           05  splbl             pic x(20).
           05  spvall            pic s9(4) comp.
           05  spvalf            pic x.
           05  filler redefines spvalf.
               10  spvala        pic x.
           05  spval             pic x(40).
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
           05  msglinel          pic s9(4) comp.
           05  msglinef          pic x.
           05  filler redefines msglinef.
           05  cklbl2            pic x(20).
           05  ckvalo            pic x(3).
           05  ckval2            pic x(15).
           05  splblo            pic x(3).
           05  splbl2            pic x(20).
           05  spvalo            pic x(3).
           05  spval2            pic x(40).
           05  actlblo           pic x(3).
           05  actlbl2           pic x(20).
           05  actiono           pic x(3).
           05  action2           pic x(1).
           05  oprlblo           pic x(3).
           05  oprlbl2           pic x(20).
           05  oprvalo           pic x(3).
           05  oprval2           pic x(8).
           05  msglineo          pic x(3).
           05  msgline2          pic x(79).
