%^ MENU_SIGNON_LIMIT, MENU_SIGNON_TERMCHK, MENU_SGNFRZ,
%^ OPR_HOLD_RELEASE, and the sign-on/sign-off path in MENU_LGN) right
%^ AFTER each action's own COMMIT, so the feed only ever carries
%^ events that actually happened -- and by the nightly CFG_AUDIT for
%^ each configuration item it finds added, removed or changed since
%^ its prior run.  Each call appends one
%^ fixed-layout, "|"-delimited line the SIEM collector can tail:
%^
%^	SECEVT|<yyyymmdd>|<seq 6>|<hhmm>|<type 8>|<operator 10>|
%^		commits, and a failed open/write cancels the bump -- a
%^		committed number can no longer be burned without its
%^		line.
%^
%^	R. Iverson	07-Dec-2010	CR13246
%^		CFG_AUDIT added to the callers.

*******************************************************************************

