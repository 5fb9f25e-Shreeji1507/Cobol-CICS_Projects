      *-----------------------------------------------------------
      *REVDEC1M    : symbolic map for the manager-review decision
      *              screen, matching the REVDEC1M BMS mapset.
      *              Kept in step with the mapset by hand, the
      *              same way the generated copybook would lay it
      *              out.
      *-----------------------------------------------------------
       01 rvwmapi.
           05 filler                    pic x(12).
           05 vseqnol                   pic s9(4) comp.
           05 vseqnof                   pic x.
           05 filler redefines vseqnof.
               10 vseqnoa               pic x.
           05 vseqnoi                   pic x(11).
           05 vmgrl                     pic s9(4) comp.
           05 vmgrf                     pic x.
           05 filler redefines vmgrf.
               10 vmgra                 pic x.
           05 vmgri                     pic x(8).
           05 vdistl                    pic s9(4) comp.
           05 vdistf                    pic x.
           05 filler redefines vdistf.
               10 vdista                pic x.
           05 vdisti                    pic xx.
           05 vcodesl                   pic s9(4) comp.
           05 vcodesf                   pic x.
           05 filler redefines vcodesf.
               10 vcodesa               pic x.
           05 vcodesi                   pic x(21).
           05 vrdatel                   pic s9(4) comp.
           05 vrdatef                   pic x.
           05 filler redefines vrdatef.
               10 vrdatea               pic x.
           05 vrdatei                   pic x(8).
           05 vtcodel                   pic s9(4) comp.
           05 vtcodef                   pic x.
           05 filler redefines vtcodef.
               10 vtcodea               pic x.
           05 vtcodei                   pic x.
           05 vamountl                  pic s9(4) comp.
           05 vamountf                  pic x.
           05 filler redefines vamountf.
               10 vamounta              pic x.
           05 vamounti                  pic x(9).
           05 vpaytypl                  pic s9(4) comp.
           05 vpaytypf                  pic x.
           05 filler redefines vpaytypf.
               10 vpaytypa              pic x.
           05 vpaytypi                  pic xx.
           05 vstorel                   pic s9(4) comp.
           05 vstoref                   pic x.
           05 filler redefines vstoref.
               10 vstorea               pic x.
           05 vstorei                   pic xx.
           05 vinvnol                   pic s9(4) comp.
           05 vinvnof                   pic x.
           05 filler redefines vinvnof.
               10 vinvnoa               pic x.
           05 vinvnoi                   pic x(9).
           05 vtdatel                   pic s9(4) comp.
           05 vtdatef                   pic x.
           05 filler redefines vtdatef.
               10 vtdatea               pic x.
           05 vtdatei                   pic x(8).
           05 vskul                     pic s9(4) comp.
           05 vskuf                     pic x.
           05 filler redefines vskuf.
               10 vskua                 pic x.
           05 vskui                     pic x(30).
           05 vreasonl                  pic s9(4) comp.
           05 vreasonf                  pic x.
           05 filler redefines vreasonf.
               10 vreasona              pic x.
           05 vreasoni                  pic xx.
           05 voriginl                  pic s9(4) comp.
           05 voriginf                  pic x.
           05 filler redefines voriginf.
               10 vorigina              pic x.
           05 vorigini                  pic x(9).
           05 vcustl                    pic s9(4) comp.
           05 vcustf                    pic x.
           05 filler redefines vcustf.
               10 vcusta                pic x.
           05 vcusti                    pic x(8).
           05 vcashl                    pic s9(4) comp.
           05 vcashf                    pic x.
           05 filler redefines vcashf.
               10 vcasha                pic x.
           05 vcashi                    pic x(8).
           05 vraw1l                    pic s9(4) comp.
           05 vraw1f                    pic x.
           05 filler redefines vraw1f.
               10 vraw1a                pic x.
           05 vraw1i                    pic x(78).
           05 vraw2l                    pic s9(4) comp.
           05 vraw2f                    pic x.
           05 filler redefines vraw2f.
               10 vraw2a                pic x.
           05 vraw2i                    pic x(8).
           05 vdecisl                   pic s9(4) comp.
           05 vdecisf                   pic x.
           05 filler redefines vdecisf.
               10 vdecisa               pic x.
           05 vdecisi                   pic x.
           05 vmsgl                     pic s9(4) comp.
           05 vmsgf                     pic x.
           05 filler redefines vmsgf.
               10 vmsga                 pic x.
           05 vmsgi                     pic x(75).
       01 rvwmapo redefines rvwmapi.
           05 filler                    pic x(12).
           05 filler                    pic x(3).
           05 vseqnoo                   pic x(11).
           05 filler                    pic x(3).
           05 vmgro                     pic x(8).
           05 filler                    pic x(3).
           05 vdisto                    pic xx.
           05 filler                    pic x(3).
           05 vcodeso                   pic x(21).
           05 filler                    pic x(3).
           05 vrdateo                   pic x(8).
           05 filler                    pic x(3).
           05 vtcodeo                   pic x.
           05 filler                    pic x(3).
           05 vamounto                  pic x(9).
           05 filler                    pic x(3).
           05 vpaytypo                  pic xx.
           05 filler                    pic x(3).
           05 vstoreo                   pic xx.
           05 filler                    pic x(3).
           05 vinvnoo                   pic x(9).
           05 filler                    pic x(3).
           05 vtdateo                   pic x(8).
           05 filler                    pic x(3).
           05 vskuo                     pic x(30).
           05 filler                    pic x(3).
           05 vreasono                  pic xx.
           05 filler                    pic x(3).
           05 vorigino                  pic x(9).
           05 filler                    pic x(3).
           05 vcusto                    pic x(8).
           05 filler                    pic x(3).
           05 vcasho                    pic x(8).
           05 filler                    pic x(3).
           05 vraw1o                    pic x(78).
           05 filler                    pic x(3).
           05 vraw2o                    pic x(8).
           05 filler                    pic x(3).
           05 vdeciso                   pic x.
           05 filler                    pic x(3).
           05 vmsgo                     pic x(75).
