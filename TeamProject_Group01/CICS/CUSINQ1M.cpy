      *-----------------------------------------------------------
      *CUSINQ1M    : symbolic map for the customer history inquiry
      *              screen, matching the CUSINQ1M BMS mapset.
      *              Kept in step with the mapset by hand, the
      *              same way the generated copybook would lay it
      *              out.
      *-----------------------------------------------------------
       01 cusmapi.
           05 filler                    pic x(12).
           05 cdatel                    pic s9(4) comp.
           05 cdatef                    pic x.
           05 filler redefines cdatef.
               10 cdatea                pic x.
           05 cdatei                    pic x(8).
           05 ccustnol                  pic s9(4) comp.
           05 ccustnof                  pic x.
           05 filler redefines ccustnof.
               10 ccustnoa              pic x.
           05 ccustnoi                  pic x(8).
           05 cnamel                    pic s9(4) comp.
           05 cnamef                    pic x.
           05 filler redefines cnamef.
               10 cnamea                pic x.
           05 cnamei                    pic x(20).
           05 cstatl                    pic s9(4) comp.
           05 cstatf                    pic x.
           05 filler redefines cstatf.
               10 cstata                pic x.
           05 cstati                    pic x(8).
           05 clin01l                   pic s9(4) comp.
           05 clin01f                   pic x.
           05 filler redefines clin01f.
               10 clin01a               pic x.
           05 clin01i                   pic x(75).
           05 clin02l                   pic s9(4) comp.
           05 clin02f                   pic x.
           05 filler redefines clin02f.
               10 clin02a               pic x.
           05 clin02i                   pic x(75).
           05 clin03l                   pic s9(4) comp.
           05 clin03f                   pic x.
           05 filler redefines clin03f.
               10 clin03a               pic x.
           05 clin03i                   pic x(75).
           05 clin04l                   pic s9(4) comp.
           05 clin04f                   pic x.
           05 filler redefines clin04f.
               10 clin04a               pic x.
           05 clin04i                   pic x(75).
           05 clin05l                   pic s9(4) comp.
           05 clin05f                   pic x.
           05 filler redefines clin05f.
               10 clin05a               pic x.
           05 clin05i                   pic x(75).
           05 clin06l                   pic s9(4) comp.
           05 clin06f                   pic x.
           05 filler redefines clin06f.
               10 clin06a               pic x.
           05 clin06i                   pic x(75).
           05 clin07l                   pic s9(4) comp.
           05 clin07f                   pic x.
           05 filler redefines clin07f.
               10 clin07a               pic x.
           05 clin07i                   pic x(75).
           05 clin08l                   pic s9(4) comp.
           05 clin08f                   pic x.
           05 filler redefines clin08f.
               10 clin08a               pic x.
           05 clin08i                   pic x(75).
           05 clin09l                   pic s9(4) comp.
           05 clin09f                   pic x.
           05 filler redefines clin09f.
               10 clin09a               pic x.
           05 clin09i                   pic x(75).
           05 clin10l                   pic s9(4) comp.
           05 clin10f                   pic x.
           05 filler redefines clin10f.
               10 clin10a               pic x.
           05 clin10i                   pic x(75).
           05 clin11l                   pic s9(4) comp.
           05 clin11f                   pic x.
           05 filler redefines clin11f.
               10 clin11a               pic x.
           05 clin11i                   pic x(75).
           05 clin12l                   pic s9(4) comp.
           05 clin12f                   pic x.
           05 filler redefines clin12f.
               10 clin12a               pic x.
           05 clin12i                   pic x(75).
           05 copnol                    pic s9(4) comp.
           05 copnof                    pic x.
           05 filler redefines copnof.
               10 copnoa                pic x.
           05 copnoi                    pic x(3).
           05 cinvnol                   pic s9(4) comp.
           05 cinvnof                   pic x.
           05 filler redefines cinvnof.
               10 cinvnoa               pic x.
           05 cinvnoi                   pic x(9).
           05 crsnl                     pic s9(4) comp.
           05 crsnf                     pic x.
           05 filler redefines crsnf.
               10 crsna                 pic x.
           05 crsni                     pic x(2).
           05 cmsgl                     pic s9(4) comp.
           05 cmsgf                     pic x.
           05 filler redefines cmsgf.
               10 cmsga                 pic x.
           05 cmsgi                     pic x(75).
       01 cusmapo redefines cusmapi.
           05 filler                    pic x(12).
           05 filler                    pic x(3).
           05 cdateo                    pic x(8).
           05 filler                    pic x(3).
           05 ccustnoo                  pic x(8).
           05 filler                    pic x(3).
           05 cnameo                    pic x(20).
           05 filler                    pic x(3).
           05 cstato                    pic x(8).
           05 filler                    pic x(3).
           05 clin01o                   pic x(75).
           05 filler                    pic x(3).
           05 clin02o                   pic x(75).
           05 filler                    pic x(3).
           05 clin03o                   pic x(75).
           05 filler                    pic x(3).
           05 clin04o                   pic x(75).
           05 filler                    pic x(3).
           05 clin05o                   pic x(75).
           05 filler                    pic x(3).
           05 clin06o                   pic x(75).
           05 filler                    pic x(3).
           05 clin07o                   pic x(75).
           05 filler                    pic x(3).
           05 clin08o                   pic x(75).
           05 filler                    pic x(3).
           05 clin09o                   pic x(75).
           05 filler                    pic x(3).
           05 clin10o                   pic x(75).
           05 filler                    pic x(3).
           05 clin11o                   pic x(75).
           05 filler                    pic x(3).
           05 clin12o                   pic x(75).
           05 filler                    pic x(3).
           05 copnoo                    pic x(3).
           05 filler                    pic x(3).
           05 cinvnoo                   pic x(9).
           05 filler                    pic x(3).
           05 crsno                     pic x(2).
           05 filler                    pic x(3).
           05 cmsgo                     pic x(75).
