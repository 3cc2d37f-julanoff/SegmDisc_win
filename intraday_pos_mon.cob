* still be fixed.  Run it from the scheduler as often as the desk
* wants a fresh picture; every run rescans the logs from the top, so
* no state is kept between runs.
*
* In liquidity-saving mode (GCV_LIQ_SAVE_MODE = "Y") each run also
* leaves its picture on LIQ_POSITION, keyed bank:ccy: the day's debits,
* credits and limit, and Over_limit "Y" while the net debit is beyond
* the limit.  DEBITSIDE_LOOKUP parks new payments for a position over
* its limit, and LIQ_RELEASE releases them as the credits come in, from
* what this program last saved; the parked count on the entry is
* theirs and is left alone here.

* REVISION HISTORY
* ----------------
*
* R. Iverson	10-May-2010	CR13110
*	New module.
*
* R. Iverson	28-Dec-2010	CR13255
*	Liquidity-saving mode: save each position on LIQ_POSITION for
*	DEBITSIDE_LOOKUP's liquidity queue and LIQ_RELEASE.

*******************************************************************************

01 Breach_count_ws		pic 9(07) comp-5 value zeroes.
01 Msg_seen_count_ws		pic 9(09) comp-5 value zeroes.
01 Breach_flag_ws		Pic X(08).
01 Today_ws			Pic X(08) value spaces.
01 Liq_mode_sw			Pic X value "N".
   88 Liq_mode			value "Y".

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP-3/COMP-5 fields above for the STRINGs in B20_PRINT_POSITIONS.
Pos_new_trn_vs:		vstr(16);
Pos_cdt_bank_ws:	str(3);

%^ Liquidity-saving mode - the position as B25_SAVE_LIQ_POSITION
%^ leaves it on LIQ_POSITION.
Liq_pos_que:		que (%`SBJ_DD_PATH:LIQ_POSITION.DDF`);
Liq_compose:		Compose(^NOTRAP);
Liq_flag_ws:		str(1);
Liq_key_vs:		vstr(8);
Liq_bank_ws:		str(3);
Liq_ccy_ws:		str(3);
Liq_today_ws:		str(8);
Liq_over_ws:		str(1);
Liq_dr_amt:		amount;
Liq_cr_amt:		amount;
Liq_limit_amt:		amount;
Liq_rsts:		Boolean;

%end

%Linkage

	call "DAT_CONN_ROOT".

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.

	Move space to Liq_flag_ws.
	Call "GCV_LIQ_SAVE_MODE" using
		by reference Liq_flag_ws.
	If Liq_flag_ws = "Y"
	    %ACE_CONN_Q "MTS"////"LIQ_POSITION" to Liq_pos_que giving Liq_rsts;
	    If success_is in Liq_rsts
		Move "Y" to Liq_mode_sw
	    Else
		Display "%INTRADAY_POS_MON-W-NOLIQPOS, no LIQ_POSITION queue"
	    End-if
	End-if.

A10_SBJ_INIT_end.
	exit.

					    Pos_tally_ccy_chk_ws)
		End-if

		If Liq_mode
		    Perform B25_SAVE_LIQ_POSITION
			thru B25_SAVE_LIQ_POSITION_end
		End-if

		Move Pos_tally_dr_ws(Pos_tally_idx_ws) to Pos_dr_ws_d
		Move Pos_tally_cr_ws(Pos_tally_idx_ws) to Pos_cr_ws_d
		Move Pos_net_ws to Pos_net_ws_d

B20_PRINT_POSITIONS_end.
	exit.


B25_SAVE_LIQ_POSITION.
%^ Liquidity-saving mode: save the position just computed on
%^ LIQ_POSITION.  Only a net DEBIT beyond the limit is "over" here --
%^ a long position needs no liquidity saved.  An existing entry keeps
%^ its parked count; a new one starts at none.

	Move "N" to Liq_over_ws.
	If Pos_limit_have
	  and Pos_limit_found_ws > zero
	  and Pos_net_ws < zero
	  and Pos_abs_ws > Pos_limit_found_ws
	    Move "Y" to Liq_over_ws
	End-if.

	Move Pos_tally_bank_chk_ws to Liq_bank_ws.
	Move Pos_tally_ccy_chk_ws to Liq_ccy_ws.
	Move Today_ws to Liq_today_ws.
	Move Pos_tally_dr_ws(Pos_tally_idx_ws) to Liq_dr_amt.
	Move Pos_tally_cr_ws(Pos_tally_idx_ws) to Liq_cr_amt.
	Move Pos_limit_found_ws to Liq_limit_amt.

	%beg
	Liq_compose ^OUT(Liq_key_vs) Liq_bank_ws, ":", Liq_ccy_ws, /;
	BREAK: Liq_pos_que;
	SEARCH: Liq_pos_que (notrap, forward, eql, Key = Liq_key_vs);
	%end.

	If success_is in Liq_pos_que_status
	    %beg
	    Liq_pos_que(notrap,
		.Systime	NOW,
		.Pos_date	= Liq_today_ws,
		.Dr_total	= Liq_dr_amt,
		.Cr_total	= Liq_cr_amt,
		.Limit_amt	= Liq_limit_amt,
		.Over_limit	= Liq_over_ws );
	    %end
	Else
	    %beg
	    Alloc_Elem: Liq_pos_que(notrap,
		.Systime	NOW,
		.Pos_key	= Liq_key_vs,
		.Bank		= Liq_bank_ws,
		.Currency	= Liq_ccy_ws,
		.Pos_date	= Liq_today_ws,
		.Dr_total	= Liq_dr_amt,
		.Cr_total	= Liq_cr_amt,
		.Limit_amt	= Liq_limit_amt,
		.Over_limit	= Liq_over_ws,
		.Parked_count	= <0> );
	    %end
	End-if.

	%beg COMMIT: Tran; %end.

B25_SAVE_LIQ_POSITION_end.
	exit.
