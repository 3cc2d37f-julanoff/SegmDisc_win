%Module MENU_INV;

*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

*  o  The "INV" investigation case screen.			*

%^ Work the investigation cases DEBITSIDE_LOOKUP's DEBIT_OPEN_CASE
%^ opens for payment risk alerts (sanctions flag, duplicate payment,
%^ first-time beneficiary, callback hold, daylight exposure breach).
%^ The analyst keys the alert type and the TRN, and a function:
%^	"A"  assign the case -- to the operator keyed in the assign-to
%^	     field, or to the analyst at the screen when it is empty;
%^	"N"  add a note (the memo) to the case file;
%^	"C"  close the case with a disposition code and a memo:
%^		FALS  false positive
%^		CLRD  reviewed and cleared
%^		ESCL  escalated to compliance
%^		SARF  suspicious activity report filed;
%^	"S"  show the case without changing it.
%^ Every action is written to the case's INV_CASE_LOG file (the case
%^ history the aging report and the examiners read) and to
%^ OPR_ACTION_LOG, riding the same commit as the case update.  A, N
%^ and C need the ACE/INVCS privilege; a closed case takes notes only.
%^
%^ A "WLRS" case is a party WATCH_RESCREEN found on a new watch-list
%^ release, keyed by the run date and the hit number on its report in
%^ place of a TRN.  Closing one FALS or CLRD is the compliance
%^ clearing: it lifts every repetitive suspension (REPET_SUSPEND) the
%^ case put on, and marks the party's WATCH_HIT_LOG entry cleared for
%^ that release, so the next re-screen of the same release leaves it
%^ alone.  ESCL and SARF leave the repetitives suspended.

%^ Modification History
%^	R. Iverson	05-Oct-2010	CR13219
%^		New module.
%^	R. Iverson	21-Dec-2010	CR13252
%^		Closing a WLRS watch-list case FALS or CLRD lifts its
%^		repetitive suspensions.

*******************************************************************************

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end


%def			%^ local fsect.

Inv_case_que:		que(	%`SBJ_DD_PATH:INV_CASE_QUE.DDF`);
Inv_case_log:		que(	%`SBJ_DD_PATH:INV_CASE_LOG.DDF`);
Change_log:		que(	%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Inv_rsus_que:		que(	%`SBJ_DD_PATH:REPET_SUSPEND.DDF`);
Inv_hit_log:		que(	%`SBJ_DD_PATH:WATCH_HIT_LOG.DDF`);
Menu_inv_set:		set(	%`SBJ_DD_PATH:MENU_INV_SET.DDF`);
Select_function_wf:	oneof(	%`SBJ_DD_PATH:DAT_FUNCTION_ONEOF.DDF`);
Call_status_wf:		boolean;
Has_case_priv:		boolean;
Ws_rsts:		boolean;
Inv_trn_key_ws:		vstr(16);
Inv_case_key_ws:	vstr(24);
Inv_owner_ws:		vstr(12);
Inv_action_ws:		str(4);
Inv_dispo_ws:		str(4);
Inv_rep_key_ws:		vstr(40);
Inv_lift_count:		long;
Inv_case_fix_ws:	str(24);
Inv_case_chk_ws:	str(24);
Temp_memo_buff:		vstr(%`%ACE$_MSG_STR_SIZE`);

%^ Screens
	%`SBJ_DD_PATH:MENU_INV_SCR.DEF`


%^ The value of this variable determines whether we are to stay or go.
Menu_next_function_ws:	rec(
 Product_id:		vstr(3);
 Function_id:		vstr(6); );

Next_action_wf:		oneof(stay_here_is, timeout_is, menu_is);

first_time_sw:		oneof(first_time_thru,been_there);

Menu_Parameter:		VSTR(4);

parse:			parse;
compose:		compose;

%end

%Procedure.
A100_MAIN.

	Set stay_here_is in Next_action_wf to true.
	Set first_time_thru in first_time_sw to true.

	Perform B000_SUBJECT_INIT thru B000_SUBJECT_INIT_END.

	Perform C000_INV_SELECT THRU C000_INV_SELECT_END
		until not stay_here_is in Next_action_wf.


	IF (Timeout_Is IN Next_Action_Wf)
	THEN
	    %BEG Menu_Parameter = "*TO*"; %END
	ELSE
	    %BEG Menu_Parameter = null; %END
	END-IF.

	CALL "MENU_TRANSFER" USING
	  BY REFERENCE Menu_Parameter.

	%^ clean up before exit
	Perform B050_INV_BREAK thru B050_INV_BREAK_END.

A100_MAIN_END.
	%EXIT PROGRAM.

******************************************************************************
*
* This paragraph init's the program's subjects.
*
B000_SUBJECT_INIT.

	Call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"CHNG_AUT_LOG" to Change_log giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"INV_CASE_QUE" to Inv_case_que giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"INV_CASE_LOG" to Inv_case_log giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"REPET_SUSPEND" to Inv_rsus_que giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"WATCH_HIT_LOG" to Inv_hit_log giving Ws_rsts;

	%beg
	menu_next_function_ws = menu_next_function;

	FIRST: Menu_priv_seq;
	Menu_priv_seq ^SEARCH Key="ACEINVCS";
	Has_case_priv = Menu_priv_seq STATUS;  %^ Return case work privilege
	%end.

B000_SUBJECT_INIT_END.
	Exit.

B050_INV_BREAK.
	%beg
	BREAK: Inv_case_que;
	BREAK: Inv_rsus_que;
	BREAK: Inv_hit_log;
	BREAK: Menu_inv_set;
	BREAK: Menu_inv_scr;
	%end.

B050_INV_BREAK_END.
	Exit.


C000_INV_SELECT.
%^ One screen: alert type and TRN, function, assign-to, disposition,
%^ and a memo.

	If first_time_thru
	then
		perform V000_ALLOC_SCREEN thru V000_ALLOC_SCREEN_END

	 	%beg
		Menu_inv_scr(
			.Fkeys(
			  .Timout.enable = T,
			  .Goldcancel.enable = T,
			  .Goldcancel.noedit = T,
			  .Entr.enable = T),
			.Cmds(
		  	    .Cmd_menu.enable = T,
		  	    .Cmd_menu.Noedit = T ),

		  	.Msg1 = MENU_MSG1,
		  	.Msg2 = MENU_MSG2 );

			Menu_msg1 = null;
			Menu_msg2 = null;

			SEND: Menu_inv_SCR(
			.Menu_inv_set send == Menu_inv_set );
		%end

		Set Been_there in first_time_sw to true
	Else
	  %beg
		Menu_inv_scr.msg1 = Menu_msg1;
		Menu_inv_scr.msg2 = Menu_msg2;
		Menu_msg1 = null;
		Menu_msg2 = null;

		reply:menu_inv_scr &;
		reply:menu_inv_set;

	  %end
	End-if.


%^******************************************************************************

C000_DISPATCH.

	Evaluate true
	  when scr_status  in Menu_inv_scr = "TIMOUT"
		%beg
		menu_next_function_ws.function_id = "*TO*";
		Menu_msg1 = "VMSG$_TIMOUT";
		%end
		Set timeout_is in next_action_wf to true

	  when scr_status of Menu_inv_scr = "GOLDCANCEL"
		%beg
		menu_inv_scr.Cmdarg = Null;
		%end

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_inv_scr
		 returning Call_status_wf

		Set menu_is in next_action_wf to true

	  when scr_status of Menu_inv_scr =  "CMD_MENU"

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_inv_scr
		 returning Call_status_wf

		if failure_is in Call_status_wf
		  then	%beg
			Menu_Msg2 = Menu_errmsg;
			%end
			go to C000_INV_SELECT_END
		end-if

		set menu_is in Next_action_wf to true


	  when scr_status of Menu_inv_scr = "ENTR"
		Perform D100_EDIT_SCREEN thru D100_EDIT_SCREEN_END


	  when other

		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
		go to C000_INV_SELECT_END
	end-evaluate.

C000_INV_SELECT_END.
	Exit.


D100_EDIT_SCREEN.

	If (Case_type of Menu_inv_set = Null) or
	   (Trn_date of Menu_inv_set = Null) or
	   (Trn_num of Menu_inv_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_INVNEEDKEY";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	%beg
	compose ^out(Inv_trn_key_ws),
		Trn_date of Menu_inv_set,
		Trn_num of Menu_inv_set, /;
	compose ^out(Inv_case_key_ws),
		Case_type of Menu_inv_set, ":", Inv_trn_key_ws, /;

	BREAK: Inv_case_que;
	SEARCH: Inv_case_que (notrap, forward, eql,
		Key = Inv_case_key_ws);
	%end.

	If failure_is in Inv_case_que_status
		%beg
		Menu_Msg2 = "MSG$_OPR_INVNOCASE";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	evaluate The_func of Menu_inv_set

	%^ Assign the case.
	  when "A"
		Perform E100_ASSIGN_CASE thru E100_ASSIGN_CASE_END

	%^ Add a note to the case file.
	  when "N"
		Perform E200_NOTE_CASE thru E200_NOTE_CASE_END

	%^ Close the case with a disposition.
	  when "C"
		Perform E300_CLOSE_CASE thru E300_CLOSE_CASE_END

	%^ Show the case without changing it.
	  when "S"
		%beg
		Menu_inv_set(
		    .Disp_status     = Inv_case_que.Case_status,
		    .Disp_bank       = Inv_case_que.Bank,
		    .Disp_currency   = Inv_case_que.Currency,
		    .Disp_amount     = Inv_case_que.Amount,
		    .Disp_opened     = Inv_case_que.Systime,
		    .Disp_owner      = Inv_case_que.Owner,
		    .Disp_dispo      = Inv_case_que.Dispo,
		    .Disp_alert_text = Inv_case_que.Alert_text,
		    .Disp_last_memo  = Inv_case_que.Last_memo );
		Menu_Msg2 = "MSG$_OPR_INVSHOWN";
		%end

	  when other
		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
	end-evaluate.

	%beg
	BREAK: Inv_case_que;
	%end.

D100_EDIT_SCREEN_end.
	Exit.


E100_ASSIGN_CASE.
%^ Assign the positioned case to the operator keyed, or to this one.

	If Failure_is in Has_case_priv
		%beg
		Menu_Msg2 = "MSG$_OPR_NOTINVPRIV";
		%end
		go to E100_ASSIGN_CASE_END
	End-if.

	If Case_status of Inv_case_que = "C"
		%beg
		Menu_Msg2 = "MSG$_OPR_INVCLOSED";
		%end
		go to E100_ASSIGN_CASE_END
	End-if.

	If (Assign_to of Menu_inv_set = Null)
		%beg
		Inv_owner_ws = Menu_opr_union.Opr_login_id;
		%end
	Else
		%beg
		Inv_owner_ws = Menu_inv_set.Assign_to;
		%end
	End-if.

	set update_is in Select_function_wf to true.
	Move "ASGN" to Inv_action_ws.

	%beg
	Inv_case_que(notrap,
	    .Case_status = "A",
	    .Owner	 = Inv_owner_ws,
	    .Last_action NOW,
	    .Last_memo	 = Reason_memo of Menu_inv_set );

	compose ^out(Temp_memo_buff), "Assigned to ", Inv_owner_ws,
		" - ", Reason_memo of Menu_inv_set, /;
	%end.

	Perform X100_LOG_ACTION thru X100_LOG_ACTION_END.

	%beg
	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_INVASSIGNED";
	%end.

E100_ASSIGN_CASE_END.
	Exit.


E200_NOTE_CASE.
%^ A note goes on the case file; the case itself only records it as
%^ the latest memo.

	If Failure_is in Has_case_priv
		%beg
		Menu_Msg2 = "MSG$_OPR_NOTINVPRIV";
		%end
		go to E200_NOTE_CASE_END
	End-if.

	If (Reason_memo of Menu_inv_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_REASONREQD";
		%end
		go to E200_NOTE_CASE_END
	End-if.

	set update_is in Select_function_wf to true.
	Move "NOTE" to Inv_action_ws.

	%beg
	Inv_case_que(notrap,
	    .Last_action NOW,
	    .Last_memo	 = Reason_memo of Menu_inv_set );

	compose ^out(Temp_memo_buff), Reason_memo of Menu_inv_set, /;
	%end.

	Perform X100_LOG_ACTION thru X100_LOG_ACTION_END.

	%beg
	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_INVNOTED";
	%end.

E200_NOTE_CASE_END.
	Exit.


E300_CLOSE_CASE.
%^ Close the positioned case.  The privilege, the disposition code and
%^ the memo are all checked first.

	If Failure_is in Has_case_priv
		%beg
		Menu_Msg2 = "MSG$_OPR_NOTINVPRIV";
		%end
		go to E300_CLOSE_CASE_END
	End-if.

	If Case_status of Inv_case_que = "C"
		%beg
		Menu_Msg2 = "MSG$_OPR_INVCLOSED";
		%end
		go to E300_CLOSE_CASE_END
	End-if.

	Move Dispo_code of Menu_inv_set to Inv_dispo_ws.
	If Inv_dispo_ws not = "FALS" and
	   Inv_dispo_ws not = "CLRD" and
	   Inv_dispo_ws not = "ESCL" and
	   Inv_dispo_ws not = "SARF"
		%beg
		Menu_Msg2 = "MSG$_OPR_INVBADDISPO";
		%end
		go to E300_CLOSE_CASE_END
	End-if.

	If (Reason_memo of Menu_inv_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_REASONREQD";
		%end
		go to E300_CLOSE_CASE_END
	End-if.

	set update_is in Select_function_wf to true.
	Move "CLOS" to Inv_action_ws.

%^ A case closed without ever being assigned belongs to its closer.
	If Case_status of Inv_case_que = "O"
		%beg
		Inv_owner_ws = Menu_opr_union.Opr_login_id;
		%end
	Else
		%beg
		Inv_owner_ws = Inv_case_que.Owner;
		%end
	End-if.

	%beg
	Inv_case_que(notrap,
	    .Case_status = "C",
	    .Owner	 = Inv_owner_ws,
	    .Dispo	 = Inv_dispo_ws,
	    .Closed_by	 = Menu_opr_union.Opr_Login_Id,
	    .Close_time NOW,
	    .Last_action NOW,
	    .Last_memo	 = Reason_memo of Menu_inv_set );

	compose ^out(Temp_memo_buff), "Closed ", Inv_dispo_ws, " - ",
		Reason_memo of Menu_inv_set, /;
	%end.

	Perform X100_LOG_ACTION thru X100_LOG_ACTION_END.

%^ Clearing a watch-list case lifts what it suspended, in the same
%^ commit as the close.
	Move 0 to Inv_lift_count.
	If (Case_type of Inv_case_que = "WLRS") and
	   (Inv_dispo_ws = "FALS" or Inv_dispo_ws = "CLRD")
		Perform E350_LIFT_WATCH thru E350_LIFT_WATCH_END
	End-if.

	%beg
	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_INVCLOSEDOK";
	%end.

	If Inv_lift_count > 0
		%beg
		Menu_Msg2 = "MSG$_OPR_INVLIFTED";
		%end
	End-if.

E300_CLOSE_CASE_END.
	Exit.


E350_LIFT_WATCH.
%^ The positioned WLRS case is cleared: every repetitive it suspended
%^ is lifted, each lift logged to OPR_ACTION_LOG as a repetitive
%^ change, and the party's hit entry is marked cleared.  The caller
%^ commits.

	%beg
	Inv_case_fix_ws = Inv_case_key_ws;
	BREAK: Inv_rsus_que;
	FIRST: Inv_rsus_que;
	%end.

	Perform until Seq_end_is in Inv_rsus_que_cursor

		%beg Inv_case_chk_ws = Inv_rsus_que.Case_key; %end
		If (Inv_case_chk_ws = Inv_case_fix_ws) and
		   (Status of Inv_rsus_que = "S")
		    %beg
		    Inv_rsus_que(notrap, nomod_wait, mod);
		    Ws_rsts = Inv_rsus_que status;
		    %end
		    If Success_is in Ws_rsts
			%beg
			Inv_rep_key_ws = Inv_rsus_que.Rep_key;
			Inv_rsus_que(
			    .Status	 = "L",
			    .Lifted_by	 = Menu_opr_union.Opr_login_id,
			    .Lift_time NOW );

			compose ^out(Temp_memo_buff),
				"Watch-list suspension lifted - case ",
				Inv_case_key_ws, /;

			Alloc_Elem: Change_Log(notrap,
			 .systime NOW,
			 .Person = Menu_Opr_Union.Opr_Login_Id,
			 .File_Type = "RPT",
			 .Dat_Func  = Select_function_wf,
			 .file_key = Inv_rep_key_ws,
			 .Memo = Temp_memo_buff );
			%end
			Add 1 to Inv_lift_count
		    End-if
		End-if

		%beg NEXT: Inv_rsus_que; %end

	End-perform.

	%beg
	BREAK: Inv_hit_log;
	FIRST: Inv_hit_log;
	%end.

	Perform until Seq_end_is in Inv_hit_log_cursor

		%beg Inv_case_chk_ws = Inv_hit_log.Case_key; %end
		If (Inv_case_chk_ws = Inv_case_fix_ws) and
		   (Status of Inv_hit_log = "O")
		    %beg
		    Inv_hit_log(notrap, nomod_wait, mod);
		    Ws_rsts = Inv_hit_log status;
		    %end
		    If Success_is in Ws_rsts
			%beg
			Inv_hit_log(
			    .Status	 = "C",
			    .Cleared_by	 = Menu_opr_union.Opr_login_id,
			    .Clear_time NOW );
			%end
		    End-if
		End-if

		%beg NEXT: Inv_hit_log; %end

	End-perform.

E350_LIFT_WATCH_END.
	Exit.


X100_LOG_ACTION.
%^ The case history entry and the operator audit entry for the action
%^ in Inv_action_ws, memo Temp_memo_buff; the caller commits.

	%beg
	Alloc_Elem: Inv_case_log(notrap,
	 .Systime NOW,
	 .Case_key = Inv_case_key_ws,
	 .Person = Menu_Opr_Union.Opr_Login_Id,
	 .Action = Inv_action_ws,
	 .Memo = Temp_memo_buff );

	Alloc_Elem: Change_Log(notrap,
	 .systime NOW,
	 .Person = Menu_Opr_Union.Opr_Login_Id,
	 .File_Type = "INV",
	 .Dat_Func  = Select_function_wf,
	 .file_key = Inv_case_key_ws,
	 .Memo = Temp_memo_buff );
	%end.

X100_LOG_ACTION_END.
	Exit.


%^******************************************************************************

V000_ALLOC_SCREEN.

	%beg

	ALLOC_TEMP:	Menu_inv_set(mod);
	Alloc_temp:	Menu_inv_scr;

	%end.


V000_ALLOC_SCREEN_END.
	Exit.
